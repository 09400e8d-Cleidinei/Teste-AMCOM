      *
      *-----------------------------------*
      *    ROTEIRO DE VISITAS POR VENDEDOR: PARA CADA VENDEDOR COM
      *    CLIENTES NA ATRIBUICAO ATUAL (DISTATUAL: UM REGISTRO POR
      *    CLIENTE, O MAIS NOVO ENTRE TODAS AS EXECUCOES, INCLUSIVE
      *    AS RODADAS POR FILIAL), MONTA UMA
      *    SEQUENCIA SUGERIDA DE VISITAS PARTINDO DA BASE DO PROPRIO
      *    VENDEDOR, SEMPRE SEGUINDO PARA O CLIENTE NAO VISITADO
      *    MAIS PROXIMO DO PONTO ATUAL (MESMA HAVERSINE DO
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-SORT2     ASSIGN TO "RELROTA.TM2"
                  FILE STATUS   IS FS-SORT2.
           SELECT ARQ-HIST-ORD  ASSIGN TO "RELROTA.ORD"
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       SD  ARQ-SORT2.
       01  REG-SORT2.
      *-----------------------------------*
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  FS-ORD                  PIC X(002) VALUE "00".
       77  FS-SORT2                PIC X(002) VALUE "00".
       77  WS-QTD-ATRIBUIDOS       PIC 9(007) VALUE ZEROS.
       77  WS-VEND-GRUPO           PIC 9(003) VALUE ZEROS.
       77  WS-QTD-PONTOS           PIC 9(004) VALUE ZEROS.
       77  WS-IDX-PONTO            PIC 9(004) VALUE ZEROS.
           03 WS-HAVERSINE-A       USAGE FLOAT-LONG.
           03 WS-HAVERSINE-C       USAGE FLOAT-LONG.
           03 WS-DISTANCIA-CALC    USAGE FLOAT-LONG.
      *-----------------------------------*
       01  WS-CAB                  PIC X(120) VALUE
           "COD VEND;SEQ VISITA;COD CLI;RAZAO SOCIAL;DIST TRECHO KM;DIST
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           SORT ARQ-SORT2
                ON ASCENDING KEY SRT2-COD-VEND
                                 SRT2-COD-CLI
                INPUT  PROCEDURE IS 200-SELECIONA
                GIVING ARQ-HIST-ORD
      *
           IF WS-QTD-ATRIBUIDOS EQUAL ZEROS
              MOVE "RELROTA: ARQUIVO DISTATUAL VAZIO"
                TO ROTA-MSG
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
      *
           GOBACK.

      *-----------------------------------*
      *    A ATRIBUICAO ATUAL JA TRAZ UM REGISTRO POR CLIENTE (O MAIS
      *    NOVO, MESMO QUANDO AS RODADAS POR FILIAL GRAVAM EXECUCOES
      *    DIFERENTES NA MESMA NOITE - MESMA REGRA DA BUSCA DE
      *    VENDEDOR DO CADPED): SEGUE INTEIRA PARA O AGRUPAMENTO POR
      *    VENDEDOR.
      *-----------------------------------*
      *
       200-SELECIONA SECTION.
      *
           MOVE ZEROS TO WS-QTD-ATRIBUIDOS
           OPEN INPUT ARQ-ATUAL
           IF FS-ATUAL NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              GO TO 200-FIM
           END-IF
      *
           READ ARQ-ATUAL NEXT RECORD
      *
           PERFORM UNTIL FS-ATUAL NOT EQUAL "00"
              ADD 1 TO WS-QTD-ATRIBUIDOS
              MOVE ATR-COD-VEND TO SRT2-COD-VEND
              MOVE ATR-COD-CLI  TO SRT2-COD-CLI
              RELEASE REG-SORT2
              READ ARQ-ATUAL NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ATUAL.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *    UM GRUPO POR VENDEDOR: CARREGA OS CLIENTES ATRIBUIDOS,
      *    BUSCA AS COORDENADAS NO BOOKCLI E MONTA A SEQUENCIA DE
