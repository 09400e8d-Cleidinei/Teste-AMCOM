       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELOTIF.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    INDICADOR DE ENTREGA NO PRAZO E COMPLETA (OTIF) POR FILIAL
      *    E POR CLIENTE, A PARTIR DO ARQUIVO ENTREGAS: ENTRAM OS
      *    PEDIDOS ENTREGUES COM DATA DE ENTREGA NA JANELA DE MESES
      *    INFORMADA (MES FINAL EM BRANCO = SO O MES INICIAL),
      *    OPCIONALMENTE DE UMA FILIAL SO.
      *    NO PRAZO = ENTREGUE ATE A DATA PREVISTA DA FATURA;
      *    COMPLETO = TODOS OS VOLUMES FATURADOS ENTREGUES;
      *    OTIF = NO PRAZO E COMPLETO. A COLUNA FALHAS SOMA AS
      *    TENTATIVAS FRUSTRADAS DOS PEDIDOS ENTREGUES E A COLUNA
      *    PENDENTES CONTA OS PEDIDOS QUE ESTAO COM FALHA NA JANELA E
      *    AINDA AGUARDAM NOVA CARGA. GERA OTIF.CSV COM O BLOCO DAS
      *    FILIAIS (E O TOTAL DA EMPRESA) SEGUIDO DO BLOCO DOS
      *    CLIENTES.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENTREGA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ENT-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS ENT-CHAVE-FILA WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTREGA.
           SELECT ARQ-FILIAL    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FIL-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FIL.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-SORT      ASSIGN TO "RELOTIF.TMP"
                  FILE STATUS   IS FS-SORT.
           SELECT ARQ-ORD       ASSIGN TO "RELOTIF.ORD"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ORD.
           SELECT OTIF-REL      ASSIGN TO "OTIF.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENTREGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ENTREGAS'.
       COPY "BOOKENT.CPY".
      *
       FD  ARQ-FILIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FILIAIS'.
       COPY "BOOKFIL.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-COD-CLI           PIC 9(007).
           03 SRT-SITUACAO          PIC X(001).
           03 SRT-NO-PRAZO          PIC 9(001).
           03 SRT-COMPLETO          PIC 9(001).
           03 SRT-FALHAS            PIC 9(002).
      *
       FD  ARQ-ORD.
       01  REG-ORD.
           03 ORD-COD-CLI           PIC 9(007).
           03 ORD-SITUACAO          PIC X(001).
           03 ORD-NO-PRAZO          PIC 9(001).
           03 ORD-COMPLETO          PIC 9(001).
           03 ORD-FALHAS            PIC 9(002).
      *
       FD  OTIF-REL.
       01  OTIF-REG PIC X(160).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FS-ENTREGA              PIC X(002) VALUE "00".
       77  FSTATUS-FIL             PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-ORD                  PIC X(002) VALUE "00".
       77  WS-MES-INI              PIC 9(006) VALUE ZEROS.
       77  WS-MES-FIM              PIC 9(006) VALUE ZEROS.
       77  WS-MES-ENTREGA          PIC 9(006) VALUE ZEROS.
       77  WS-FIL                  PIC 9(003) VALUE ZEROS.
       77  WS-CLI-GRUPO            PIC 9(007) VALUE ZEROS.
       77  WS-QTD-SELEC            PIC 9(007) VALUE ZEROS.
       77  WS-QTD-SELEC-ED         PIC ZZZZZZ9 VALUE ZEROS.
       01  WS-FIM-ORD-SW           PIC X(001) VALUE "N".
           88 WS-FIM-ORD                      VALUE "S".
      *-----------------------------------*
      *    CONTAGENS DE UM GRUPO (FILIAL, EMPRESA OU CLIENTE)
      *-----------------------------------*
       01  WS-CONTAGEM.
           03 WS-CT-ENTREGUES      PIC 9(007).
           03 WS-CT-NO-PRAZO       PIC 9(007).
           03 WS-CT-COMPLETOS      PIC 9(007).
           03 WS-CT-OTIF           PIC 9(007).
           03 WS-CT-FALHAS         PIC 9(007).
           03 WS-CT-PENDENTES      PIC 9(007).
      *-----------------------------------*
      *    TABELA POR FILIAL, INDEXADA PELO CODIGO DA FILIAL MAIS UM
      *    (POSICAO 1 = SEM FILIAL), E TOTAL DA EMPRESA
      *-----------------------------------*
       01  WS-OTIF-FILIAL.
           03 WS-OF-ITEM OCCURS 100 TIMES.
              05 WS-OF-ENTREGUES   PIC 9(007).
              05 WS-OF-NO-PRAZO    PIC 9(007).
              05 WS-OF-COMPLETOS   PIC 9(007).
              05 WS-OF-OTIF        PIC 9(007).
              05 WS-OF-FALHAS      PIC 9(007).
              05 WS-OF-PENDENTES   PIC 9(007).
       01  WS-OTIF-EMPRESA.
           03 WS-OE-ENTREGUES      PIC 9(007) VALUE ZEROS.
           03 WS-OE-NO-PRAZO       PIC 9(007) VALUE ZEROS.
           03 WS-OE-COMPLETOS      PIC 9(007) VALUE ZEROS.
           03 WS-OE-OTIF           PIC 9(007) VALUE ZEROS.
           03 WS-OE-FALHAS         PIC 9(007) VALUE ZEROS.
           03 WS-OE-PENDENTES      PIC 9(007) VALUE ZEROS.
      *-----------------------------------*
       01  WS-CAB-FIL              PIC X(160) VALUE
           "FILIAL;NOME FILIAL;ENTREGUES;NO PRAZO;COMPLETOS;OTIF;% OTIF;
      -    "FALHAS;PENDENTES".
       01  WS-CAB-CLI              PIC X(160) VALUE
           "COD CLI;RAZAO SOCIAL;ENTREGUES;NO PRAZO;COMPLETOS;OTIF;% OTI
      -    "F;FALHAS;PENDENTES".
       01  WS-DET.
           03 WS-DET-CODIGO        PIC X(007)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NOME          PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-ENTREGUES     PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NO-PRAZO      PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-COMPLETOS     PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-OTIF          PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PERC          PIC ZZ9,99        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-FALHAS        PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PENDENTES     PIC ZZZZZZ9       VALUE ZEROS.
       01  WS-COD-FIL-ED           PIC 99            VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RELOTIF.
           03  OTIF-ANO-MES-INI    PIC 9(006).
           03  OTIF-ANO-MES-FIM    PIC 9(006).
      *    FILIAL ZERO = TODAS
           03  OTIF-FILIAL         PIC 9(002).
           03  OTIF-MSG            PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RELOTIF.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           IF OTIF-ANO-MES-INI IS NOT NUMERIC
              OR OTIF-ANO-MES-INI EQUAL ZEROS
              MOVE "RELOTIF: INFORMAR ANO-MES INICIAL"
                TO OTIF-MSG
              GOBACK
           END-IF
      *
           MOVE OTIF-ANO-MES-INI TO WS-MES-INI
           IF OTIF-ANO-MES-FIM IS NOT NUMERIC
              OR OTIF-ANO-MES-FIM LESS THAN OTIF-ANO-MES-INI
              MOVE OTIF-ANO-MES-INI TO WS-MES-FIM
           ELSE
              MOVE OTIF-ANO-MES-FIM TO WS-MES-FIM
           END-IF
           IF OTIF-FILIAL IS NOT NUMERIC
              MOVE ZEROS TO OTIF-FILIAL
           END-IF
      *
           INITIALIZE WS-OTIF-FILIAL
                      WS-OTIF-EMPRESA
           MOVE ZEROS TO WS-QTD-SELEC
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SRT-COD-CLI
                INPUT  PROCEDURE IS 100-SELECIONA
                GIVING ARQ-ORD
      *
           IF WS-QTD-SELEC EQUAL ZEROS
              MOVE "RELOTIF: NENHUMA ENTREGA NA JANELA" TO OTIF-MSG
              GOBACK
           END-IF
      *
           OPEN INPUT  ARQ-FILIAL
           OPEN INPUT  ARQ-CLIENTE
           OPEN OUTPUT OTIF-REL
      *
           PERFORM 200-BLOCO-FILIAIS
           PERFORM 300-BLOCO-CLIENTES
      *
           CLOSE ARQ-FILIAL
           CLOSE ARQ-CLIENTE
           CLOSE OTIF-REL
      *
           MOVE WS-QTD-SELEC TO WS-QTD-SELEC-ED
           STRING "RELOTIF: " WS-QTD-SELEC-ED " PEDIDO(S) NA JANELA"
             INTO OTIF-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    PEDIDOS ENTREGUES (OU COM FALHA AINDA PENDENTE) COM DATA
      *    DE ENTREGA NA JANELA: ACUMULA A FILIAL E MANDA O PEDIDO
      *    PARA O AGRUPAMENTO POR CLIENTE.
      *-----------------------------------*
      *
       100-SELECIONA SECTION.
      *
           OPEN INPUT ARQ-ENTREGA
           IF FS-ENTREGA NOT EQUAL "00"
              CLOSE ARQ-ENTREGA
              GO TO 100-FIM
           END-IF
      *
           READ ARQ-ENTREGA NEXT RECORD
      *
           PERFORM UNTIL FS-ENTREGA NOT EQUAL "00"
                     AND FS-ENTREGA NOT EQUAL "02"
              MOVE ENT-DATA-ENTREGA(1:6) TO WS-MES-ENTREGA
              IF (ENT-ENTREGUE OR ENT-FALHA)
                 AND WS-MES-ENTREGA NOT LESS THAN WS-MES-INI
                 AND WS-MES-ENTREGA NOT GREATER THAN WS-MES-FIM
                 AND (OTIF-FILIAL EQUAL ZEROS
                      OR ENT-FILIAL EQUAL OTIF-FILIAL)
                 PERFORM 110-ACUMULA-PEDIDO
              END-IF
              READ ARQ-ENTREGA NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ENTREGA.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *
       110-ACUMULA-PEDIDO SECTION.
      *
           ADD 1 TO WS-QTD-SELEC
           MOVE ENT-COD-CLI  TO SRT-COD-CLI
           MOVE ENT-SITUACAO TO SRT-SITUACAO
           MOVE ZEROS        TO SRT-NO-PRAZO
           MOVE ZEROS        TO SRT-COMPLETO
           MOVE ZEROS        TO SRT-FALHAS
           COMPUTE WS-FIL = ENT-FILIAL + 1
      *
           IF ENT-FALHA
              ADD 1 TO WS-OF-PENDENTES(WS-FIL)
              ADD 1 TO WS-OE-PENDENTES
              RELEASE REG-SORT
              GO TO 110-FIM
           END-IF
      *
           IF ENT-DATA-ENTREGA NOT GREATER THAN ENT-DATA-PREVISTA
              MOVE 1 TO SRT-NO-PRAZO
           END-IF
           IF ENT-VOL-ENTREGUES NOT LESS THAN ENT-VOLUMES
              MOVE 1 TO SRT-COMPLETO
           END-IF
           MOVE ENT-QTD-FALHAS TO SRT-FALHAS
      *
           ADD 1               TO WS-OF-ENTREGUES(WS-FIL)
           ADD SRT-NO-PRAZO    TO WS-OF-NO-PRAZO(WS-FIL)
           ADD SRT-COMPLETO    TO WS-OF-COMPLETOS(WS-FIL)
           ADD ENT-QTD-FALHAS  TO WS-OF-FALHAS(WS-FIL)
           ADD 1               TO WS-OE-ENTREGUES
           ADD SRT-NO-PRAZO    TO WS-OE-NO-PRAZO
           ADD SRT-COMPLETO    TO WS-OE-COMPLETOS
           ADD ENT-QTD-FALHAS  TO WS-OE-FALHAS
           IF SRT-NO-PRAZO EQUAL 1 AND SRT-COMPLETO EQUAL 1
              ADD 1 TO WS-OF-OTIF(WS-FIL)
              ADD 1 TO WS-OE-OTIF
           END-IF
      *
           RELEASE REG-SORT.
      *
       110-FIM.
           EXIT.

      *-----------------------------------*
      *    BLOCO DAS FILIAIS COM MOVIMENTO E TOTAL DA EMPRESA
      *-----------------------------------*
      *
       200-BLOCO-FILIAIS SECTION.
      *
           WRITE OTIF-REG FROM WS-CAB-FIL
      *
           PERFORM VARYING WS-FIL FROM 1 BY 1
                   UNTIL WS-FIL GREATER THAN 100
              IF WS-OF-ENTREGUES(WS-FIL) GREATER THAN ZEROS
                 OR WS-OF-PENDENTES(WS-FIL) GREATER THAN ZEROS
                 COMPUTE WS-COD-FIL-ED = WS-FIL - 1
                 MOVE WS-COD-FIL-ED TO WS-DET-CODIGO
                 MOVE SPACES        TO WS-DET-NOME
                 MOVE WS-COD-FIL-ED TO FIL-CODIGO
                 READ ARQ-FILIAL RECORD
                   KEY IS FIL-CODIGO
                 IF FSTATUS-FIL EQUAL "00"
                    MOVE FIL-NOME TO WS-DET-NOME
                 END-IF
                 MOVE WS-OF-ENTREGUES(WS-FIL) TO WS-CT-ENTREGUES
                 MOVE WS-OF-NO-PRAZO(WS-FIL)  TO WS-CT-NO-PRAZO
                 MOVE WS-OF-COMPLETOS(WS-FIL) TO WS-CT-COMPLETOS
                 MOVE WS-OF-OTIF(WS-FIL)      TO WS-CT-OTIF
                 MOVE WS-OF-FALHAS(WS-FIL)    TO WS-CT-FALHAS
                 MOVE WS-OF-PENDENTES(WS-FIL) TO WS-CT-PENDENTES
                 PERFORM 900-GRAVA-LINHA
              END-IF
           END-PERFORM
      *
           MOVE "EMPRESA"         TO WS-DET-CODIGO
           MOVE "TOTAL"           TO WS-DET-NOME
           MOVE WS-OTIF-EMPRESA   TO WS-CONTAGEM
           PERFORM 900-GRAVA-LINHA
      *
           MOVE SPACES TO OTIF-REG
           WRITE OTIF-REG.

      *-----------------------------------*
      *    BLOCO DOS CLIENTES, A PARTIR DOS PEDIDOS ORDENADOS
      *-----------------------------------*
      *
       300-BLOCO-CLIENTES SECTION.
      *
           WRITE OTIF-REG FROM WS-CAB-CLI
      *
           OPEN INPUT ARQ-ORD
           MOVE "N" TO WS-FIM-ORD-SW
           READ ARQ-ORD
           IF FS-ORD NOT EQUAL "00"
              SET WS-FIM-ORD TO TRUE
           END-IF
      *
           PERFORM UNTIL WS-FIM-ORD
              MOVE ORD-COD-CLI TO WS-CLI-GRUPO
              INITIALIZE WS-CONTAGEM
              PERFORM UNTIL WS-FIM-ORD
                         OR ORD-COD-CLI NOT EQUAL WS-CLI-GRUPO
                 IF ORD-SITUACAO EQUAL "F"
                    ADD 1 TO WS-CT-PENDENTES
                 ELSE
                    ADD 1            TO WS-CT-ENTREGUES
                    ADD ORD-NO-PRAZO TO WS-CT-NO-PRAZO
                    ADD ORD-COMPLETO TO WS-CT-COMPLETOS
                    ADD ORD-FALHAS   TO WS-CT-FALHAS
                    IF ORD-NO-PRAZO EQUAL 1 AND ORD-COMPLETO EQUAL 1
                       ADD 1 TO WS-CT-OTIF
                    END-IF
                 END-IF
                 READ ARQ-ORD
                 IF FS-ORD NOT EQUAL "00"
                    SET WS-FIM-ORD TO TRUE
                 END-IF
              END-PERFORM
      *
              MOVE WS-CLI-GRUPO TO WS-DET-CODIGO
              MOVE SPACES       TO WS-DET-NOME
              MOVE WS-CLI-GRUPO TO COD-CLI
              READ ARQ-CLIENTE RECORD
                KEY IS COD-CLI
              IF FSTATUS-CLI EQUAL "00"
                 MOVE RAZAO-SOCIAL TO WS-DET-NOME
              END-IF
              PERFORM 900-GRAVA-LINHA
           END-PERFORM
      *
           CLOSE ARQ-ORD.

      *-----------------------------------*
      *    LINHA DO CSV A PARTIR DAS CONTAGENS DO GRUPO
      *-----------------------------------*
      *
       900-GRAVA-LINHA SECTION.
      *
           MOVE WS-CT-ENTREGUES TO WS-DET-ENTREGUES
           MOVE WS-CT-NO-PRAZO  TO WS-DET-NO-PRAZO
           MOVE WS-CT-COMPLETOS TO WS-DET-COMPLETOS
           MOVE WS-CT-OTIF      TO WS-DET-OTIF
           MOVE WS-CT-FALHAS    TO WS-DET-FALHAS
           MOVE WS-CT-PENDENTES TO WS-DET-PENDENTES
           MOVE ZEROS           TO WS-DET-PERC
           IF WS-CT-ENTREGUES GREATER THAN ZEROS
              COMPUTE WS-DET-PERC ROUNDED =
                      WS-CT-OTIF * 100 / WS-CT-ENTREGUES
           END-IF
           WRITE OTIF-REG FROM WS-DET.
      *
       END PROGRAM RELOTIF.
      *-----------------------------------*
