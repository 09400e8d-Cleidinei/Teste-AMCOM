      *    EXPORTACAO DO MAPA DA DISTRIBUICAO EM KML (ABRIVEL EM
      *    QUALQUER FERRAMENTA DE MAPA): UM MARCADOR POR VENDEDOR
      *    ATIVO, UMA PASTA POR VENDEDOR COM OS CLIENTES ATIVOS A
      *    ELE ATRIBUIDOS NA ATRIBUICAO ATUAL (DISTATUAL) E UMA
      *    LINHA LIGANDO CADA CLIENTE AO SEU VENDEDOR. O KML EXIGE
      *    PONTO DECIMAL E ORDEM LONGITUDE,LATITUDE - A FORMATACAO
      *    TROCA A VIRGULA DA EDICAO PELO PONTO ANTES DE GRAVAR.
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-SORT2     ASSIGN TO "EXPKML.TM2"
                  FILE STATUS   IS FS-SORT2.
           SELECT ARQ-HIST-ORD  ASSIGN TO "EXPKML.ORD"
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
       77  WS-LINHA                PIC X(200) VALUE SPACES.
       01  WS-FIM-ORD-SW           PIC X(001) VALUE "N".
       77  WS-COORD-TEXTO          PIC X(030) VALUE SPACES.
       77  WS-COORD-VEND           PIC X(030) VALUE SPACES.
       77  WS-NOME-TRAB            PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-KML.
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
              MOVE "EXPKML: ARQUIVO DISTATUAL VAZIO"
                TO KML-MSG
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
      *
       300-GRAVA-CABECALHO SECTION.
