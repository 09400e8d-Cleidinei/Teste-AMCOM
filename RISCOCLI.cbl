       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RISCOCLI.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    DETECCAO DE CLIENTES EM RISCO PELA CADENCIA DE COMPRA:
      *    PARA CADA CLIENTE ATIVO, APRENDE NO HISTORICO DE PEDIDOS
      *    ATIVOS (PEDIDOS) O INTERVALO HABITUAL ENTRE UM PEDIDO E
      *    OUTRO (MEDIA DOS DIAS ENTRE AS DATAS DE PEDIDO DISTINTAS,
      *    COM NO MINIMO TRES DATAS) E COMPARA COM OS DIAS
      *    CORRIDOS DESDE O ULTIMO PEDIDO ATE A DATA DE REFERENCIA.
      *    O ALERTA E GRADUADO PELA RAZAO DIAS SEM PEDIDO / INTERVALO
      *    E PONDERADO PELA CLASSE ABC DO CLASSCLI (O CLIENTE A E
      *    SINALIZADO MAIS CEDO):
      *              ATENCAO   RISCO   PERDIDO
      *    CLASSE A   1,5 X    2,0 X    3,0 X
      *    CLASSE B   1,75 X   2,5 X    3,5 X
      *    C/SEM      2,0 X    3,0 X    4,0 X
      *    O VALOR MENSAL PERDIDO E A MEDIA MENSAL DOS PEDIDOS DO
      *    CLIENTE NO PERIODO EM QUE COMPROU (DO PRIMEIRO PEDIDO ATE
      *    UM INTERVALO DEPOIS DO ULTIMO). O VENDEDOR E O DO ULTIMO
      *    PEDIDO DO CLIENTE.
      *    GRAVA O ARQUIVO CLIRISCO (REGRAVADO A CADA EXECUCAO, LIDO
      *    PELO AGENDAVIS) E O CLIRISCO.CSV COM OS CLIENTES EM RISCO
      *    DE CADA VENDEDOR, DO GRAU MAIS GRAVE PARA O MAIS LEVE E
      *    DO MAIOR VALOR PARA O MENOR, COM O TOTAL DO VENDEDOR.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-CLASSE    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ABC-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ABC.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-RISCO     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RSC-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-RSC.
           SELECT ARQ-SORT      ASSIGN TO "RISCOCLI.TMP"
                  FILE STATUS   IS FS-SORT.
           SELECT ARQ-CAND      ASSIGN TO "RISCOCLI.CND"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CAND.
           SELECT ARQ-SORT2     ASSIGN TO "RISCOCLI.TM2"
                  FILE STATUS   IS FS-SORT2.
           SELECT ARQ-CAND-ORD  ASSIGN TO "RISCOCLI.ORD"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ORD.
           SELECT RISCO-REL     ASSIGN TO "CLIRISCO.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-CLASSE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CLASSCLI'.
       COPY "BOOKABC.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-RISCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CLIRISCO'.
       COPY "BOOKRSC.CPY".
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SORT-COD-CLI          PIC 9(007).
           03 SORT-DATA             PIC 9(008).
           03 SORT-VALOR            PIC 9(007)V9(002).
           03 SORT-COD-VEND         PIC 9(003).
      *
      *    CLIENTES SINALIZADOS, REORDENADOS POR VENDEDOR, GRAU E
      *    VALOR MENSAL ANTES DA GRAVACAO.
      *
       FD  ARQ-CAND.
       01  REG-CAND.
           03 CND-COD-VEND          PIC 9(003).
           03 CND-GRAU              PIC 9(001).
           03 CND-VALOR-MES         PIC 9(009)V9(002).
           03 CND-COD-CLI           PIC 9(007).
           03 CND-CLASSE            PIC X(001).
           03 CND-DATA-ULT-PED      PIC 9(008).
           03 CND-INTERVALO         PIC 9(005).
           03 CND-DIAS-SEM-PED      PIC 9(005).
           03 CND-QTD-PEDIDOS       PIC 9(005).
      *
       SD  ARQ-SORT2.
       01  REG-SORT2.
           03 SRT2-COD-VEND         PIC 9(003).
           03 SRT2-GRAU             PIC 9(001).
           03 SRT2-VALOR-MES        PIC 9(009)V9(002).
           03 SRT2-COD-CLI          PIC 9(007).
           03 FILLER                PIC X(024).
      *
       FD  ARQ-CAND-ORD.
       01  REG-CAND-ORD.
           03 ORD-COD-VEND          PIC 9(003).
           03 ORD-GRAU              PIC 9(001).
           03 ORD-VALOR-MES         PIC 9(009)V9(002).
           03 ORD-COD-CLI           PIC 9(007).
           03 ORD-CLASSE            PIC X(001).
           03 ORD-DATA-ULT-PED      PIC 9(008).
           03 ORD-INTERVALO         PIC 9(005).
           03 ORD-DIAS-SEM-PED      PIC 9(005).
           03 ORD-QTD-PEDIDOS       PIC 9(005).
      *
       FD  RISCO-REL.
       01  RISCO-REG PIC X(200).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-ABC             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-RSC             PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-SORT2                PIC X(002) VALUE "00".
       77  FS-CAND                 PIC X(002) VALUE "00".
       77  FS-ORD                  PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77  WS-DATA-REF             PIC 9(008) VALUE ZEROS.
       77  WS-REF-INT              PIC 9(007) VALUE ZEROS.
       77  WS-ABC-ABERTO           PIC X(001) VALUE "N".
       77  WS-MIN-DATAS            PIC 9(003) VALUE 3.
       77  WS-QTD-AVALIADOS        PIC 9(007) VALUE ZEROS.
       77  WS-QTD-SINALIZADOS      PIC 9(007) VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZZZZZ9 VALUE ZEROS.
       77  WS-QTD-ED2              PIC ZZZZZZ9 VALUE ZEROS.
      *-----------------------------------*
      *    ACUMULADORES DO CLIENTE NA QUEBRA DO SORT
      *-----------------------------------*
       77  WS-CLI-ATUAL            PIC 9(008) VALUE 99999999.
       77  WS-QTD-DATAS            PIC 9(005) VALUE ZEROS.
       77  WS-PRI-DATA             PIC 9(008) VALUE ZEROS.
       77  WS-ULT-DATA             PIC 9(008) VALUE ZEROS.
       77  WS-ULT-VEND             PIC 9(003) VALUE ZEROS.
       77  WS-VALOR-CLI            PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-PRI-INT              PIC 9(007) VALUE ZEROS.
       77  WS-ULT-INT              PIC 9(007) VALUE ZEROS.
       77  WS-INTERVALO            PIC 9(005) VALUE ZEROS.
       77  WS-DIAS-SEM             PIC 9(005) VALUE ZEROS.
       77  WS-DIAS-PERIODO         PIC 9(007) VALUE ZEROS.
       77  WS-RAZAO                PIC 9(007) VALUE ZEROS.
       77  WS-LIM-ATENCAO          PIC 9(003) VALUE ZEROS.
       77  WS-LIM-RISCO            PIC 9(003) VALUE ZEROS.
       77  WS-LIM-PERDIDO          PIC 9(003) VALUE ZEROS.
       77  WS-GRAU                 PIC 9(001) VALUE ZEROS.
       77  WS-CLASSE               PIC X(001) VALUE SPACES.
      *-----------------------------------*
      *    QUEBRA POR VENDEDOR NA GRAVACAO
      *-----------------------------------*
       77  WS-VEND-ATUAL           PIC 9(004) VALUE 9999.
       77  WS-QTD-VEND             PIC 9(005) VALUE ZEROS.
       77  WS-VALOR-VEND           PIC 9(011)V9(002) VALUE ZEROS.
      *-----------------------------------*
       01  WS-CAB.
           03 FILLER               PIC X(044) VALUE
              "COD VEND;NOME VENDEDOR;COD CLI;RAZAO SOCIAL;".
           03 FILLER               PIC X(032) VALUE
              "CLASSE ABC;GRAU;DATA ULT PEDIDO;".
           03 FILLER               PIC X(043) VALUE
              "INTERVALO DIAS;DIAS SEM PEDIDO;QTD PEDIDOS;".
           03 FILLER               PIC X(020) VALUE
              "VALOR MENSAL PERDIDO".
       01  WS-DET.
           03 WS-DET-COD-VEND      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NOME-VEND     PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-COD-CLI       PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-RAZAO         PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-CLASSE        PIC X(001)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-GRAU          PIC X(007)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-DATA-ULT      PIC 9(008)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-INTERVALO     PIC ZZZZ9         VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-DIAS-SEM      PIC ZZZZ9         VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-QTD-PED       PIC ZZZZ9         VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-VALOR         PIC ZZZZZZZZ9,99  VALUE ZEROS.
       01  WS-TOT.
           03 WS-TOT-COD-VEND      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-TOT-NOME-VEND     PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X(006)        VALUE ";TOTAL".
           03 FILLER               PIC X(007)        VALUE ";;;;;;;".
           03 WS-TOT-QTD           PIC ZZZZ9         VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-TOT-VALOR         PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RISCO.
      *    DATA DE REFERENCIA (ZERO = HOJE)
           03  RISCO-DATA-REF      PIC 9(008) VALUE ZEROS.
           03  RISCO-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RISCO.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE ZEROS TO WS-QTD-AVALIADOS
           MOVE ZEROS TO WS-QTD-SINALIZADOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
      *
           IF RISCO-DATA-REF IS NOT NUMERIC
              OR RISCO-DATA-REF EQUAL ZEROS
              MOVE WS-DATA-HOJE TO WS-DATA-REF
           ELSE
              MOVE RISCO-DATA-REF TO WS-DATA-REF
           END-IF
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REF)
              NOT EQUAL ZEROS
              MOVE "RISCOCLI: DATA DE REFERENCIA INVALIDA"
                TO RISCO-MSG
              GOBACK
           END-IF
      *
           COMPUTE WS-REF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
      *
           OPEN INPUT ARQ-CLIENTE
           IF FSTATUS-CLI NOT EQUAL "00"
              CLOSE ARQ-CLIENTE
              MOVE "RISCOCLI: CADASTRO DE CLIENTES NAO ENCONTRADO"
                TO RISCO-MSG
              GOBACK
           END-IF
      *
           MOVE "N" TO WS-ABC-ABERTO
           OPEN INPUT ARQ-CLASSE
           IF FSTATUS-ABC EQUAL "00"
              MOVE "S" TO WS-ABC-ABERTO
           ELSE
              CLOSE ARQ-CLASSE
           END-IF
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SORT-COD-CLI
                                 SORT-DATA
                INPUT  PROCEDURE IS 100-SELECIONA
                OUTPUT PROCEDURE IS 200-AVALIA
      *
           CLOSE ARQ-CLIENTE
           IF WS-ABC-ABERTO EQUAL "S"
              CLOSE ARQ-CLASSE
           END-IF
      *
           SORT ARQ-SORT2
                ON ASCENDING  KEY SRT2-COD-VEND
                ON DESCENDING KEY SRT2-GRAU
                                  SRT2-VALOR-MES
                ON ASCENDING  KEY SRT2-COD-CLI
                USING  ARQ-CAND
                GIVING ARQ-CAND-ORD
      *
           PERFORM 300-GRAVA-RISCO
      *
           MOVE WS-QTD-SINALIZADOS TO WS-QTD-ED
           MOVE WS-QTD-AVALIADOS   TO WS-QTD-ED2
           MOVE SPACES TO RISCO-MSG
           STRING "EM RISCO " WS-QTD-ED " DE " WS-QTD-ED2
                  " CLIENTE(S)"
             INTO RISCO-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    PEDIDOS ATIVOS ATE A DATA DE REFERENCIA
      *-----------------------------------*
      *
       100-SELECIONA SECTION.
      *
           OPEN INPUT ARQ-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              CLOSE ARQ-PEDIDO
              GO TO 100-FIM
           END-IF
      *
           READ ARQ-PEDIDO NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-PED NOT EQUAL "00"
              IF PED-ATIVO
                 AND DATA-PEDIDO NOT GREATER THAN WS-DATA-REF
                 MOVE COD-CLI-PED  TO SORT-COD-CLI
                 MOVE DATA-PEDIDO  TO SORT-DATA
                 MOVE VALOR-PEDIDO TO SORT-VALOR
                 MOVE COD-VEND-PED TO SORT-COD-VEND
                 RELEASE REG-SORT
              END-IF
              READ ARQ-PEDIDO NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-PEDIDO.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    QUEBRA POR CLIENTE: CONTA AS DATAS DE PEDIDO DISTINTAS
      *    (VARIOS PEDIDOS NO MESMO DIA SAO UMA COMPRA SO), GUARDA A
      *    PRIMEIRA E A ULTIMA DATA, O VALOR TOTAL E O VENDEDOR DO
      *    ULTIMO PEDIDO.
      *-----------------------------------*
      *
       200-AVALIA SECTION.
      *
           OPEN OUTPUT ARQ-CAND
           MOVE 99999999 TO WS-CLI-ATUAL
      *
           RETURN ARQ-SORT
              AT END MOVE "10" TO FS-SORT
           END-RETURN
      *
           PERFORM UNTIL FS-SORT NOT EQUAL "00"
              IF SORT-COD-CLI NOT EQUAL WS-CLI-ATUAL
                 PERFORM 210-AVALIA-CLIENTE
                 MOVE SORT-COD-CLI TO WS-CLI-ATUAL
                 MOVE ZEROS        TO WS-QTD-DATAS
                 MOVE ZEROS        TO WS-VALOR-CLI
                 MOVE SORT-DATA    TO WS-PRI-DATA
                 MOVE ZEROS        TO WS-ULT-DATA
              END-IF
              IF SORT-DATA NOT EQUAL WS-ULT-DATA
                 ADD 1 TO WS-QTD-DATAS
                 MOVE SORT-DATA TO WS-ULT-DATA
              END-IF
              ADD SORT-VALOR     TO WS-VALOR-CLI
              MOVE SORT-COD-VEND TO WS-ULT-VEND
              RETURN ARQ-SORT
                 AT END MOVE "10" TO FS-SORT
              END-RETURN
           END-PERFORM
      *
           PERFORM 210-AVALIA-CLIENTE
           CLOSE ARQ-CAND.

      *-----------------------------------*
      *    SO ENTRA CLIENTE ATIVO COM HISTORICO SUFICIENTE PARA TER
      *    UM INTERVALO HABITUAL.
      *-----------------------------------*
      *
       210-AVALIA-CLIENTE SECTION.
      *
           IF WS-CLI-ATUAL EQUAL 99999999
              OR WS-QTD-DATAS LESS THAN WS-MIN-DATAS
              GO TO 210-FIM
           END-IF
      *
           MOVE WS-CLI-ATUAL TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              OR NOT CLI-ATIVO
              GO TO 210-FIM
           END-IF
      *
           ADD 1 TO WS-QTD-AVALIADOS
      *
           COMPUTE WS-PRI-INT = FUNCTION INTEGER-OF-DATE(WS-PRI-DATA)
           COMPUTE WS-ULT-INT = FUNCTION INTEGER-OF-DATE(WS-ULT-DATA)
           COMPUTE WS-INTERVALO ROUNDED =
                   (WS-ULT-INT - WS-PRI-INT) / (WS-QTD-DATAS - 1)
           IF WS-INTERVALO LESS THAN 1
              MOVE 1 TO WS-INTERVALO
           END-IF
           COMPUTE WS-DIAS-SEM = WS-REF-INT - WS-ULT-INT
      *
           PERFORM 220-CLASSE-DO-CLIENTE
      *
           COMPUTE WS-RAZAO = WS-DIAS-SEM * 100 / WS-INTERVALO
           EVALUATE TRUE
              WHEN WS-RAZAO NOT LESS THAN WS-LIM-PERDIDO
                 MOVE 3 TO WS-GRAU
              WHEN WS-RAZAO NOT LESS THAN WS-LIM-RISCO
                 MOVE 2 TO WS-GRAU
              WHEN WS-RAZAO NOT LESS THAN WS-LIM-ATENCAO
                 MOVE 1 TO WS-GRAU
              WHEN OTHER
                 MOVE 0 TO WS-GRAU
           END-EVALUATE
      *
           IF WS-GRAU EQUAL ZEROS
              GO TO 210-FIM
           END-IF
      *
      *    MEDIA MENSAL (30 DIAS) DO PERIODO EM QUE O CLIENTE
      *    COMPROU, CONTANDO UM INTERVALO DEPOIS DO ULTIMO PEDIDO.
           COMPUTE WS-DIAS-PERIODO =
                   WS-ULT-INT - WS-PRI-INT + WS-INTERVALO
           IF WS-DIAS-PERIODO LESS THAN 30
              MOVE 30 TO WS-DIAS-PERIODO
           END-IF
      *
           MOVE WS-ULT-VEND   TO CND-COD-VEND
           MOVE WS-GRAU       TO CND-GRAU
           COMPUTE CND-VALOR-MES ROUNDED =
                   WS-VALOR-CLI * 30 / WS-DIAS-PERIODO
           MOVE WS-CLI-ATUAL  TO CND-COD-CLI
           MOVE WS-CLASSE     TO CND-CLASSE
           MOVE WS-ULT-DATA   TO CND-DATA-ULT-PED
           MOVE WS-INTERVALO  TO CND-INTERVALO
           MOVE WS-DIAS-SEM   TO CND-DIAS-SEM-PED
           MOVE WS-QTD-DATAS  TO CND-QTD-PEDIDOS
           WRITE REG-CAND.
      *
       210-FIM.
           EXIT.

      *-----------------------------------*
      *    LIMITES DA RAZAO DIAS SEM PEDIDO / INTERVALO (EM
      *    PORCENTO) PELA CLASSE ABC DO CLIENTE.
      *-----------------------------------*
      *
       220-CLASSE-DO-CLIENTE SECTION.
      *
           MOVE SPACES TO WS-CLASSE
           IF WS-ABC-ABERTO EQUAL "S"
              MOVE WS-CLI-ATUAL TO ABC-COD-CLI
              READ ARQ-CLASSE RECORD
                KEY IS ABC-COD-CLI
              IF FSTATUS-ABC EQUAL "00"
                 MOVE ABC-CLASSE TO WS-CLASSE
              END-IF
           END-IF
      *
           EVALUATE WS-CLASSE
              WHEN "A"
                 MOVE 150 TO WS-LIM-ATENCAO
                 MOVE 200 TO WS-LIM-RISCO
                 MOVE 300 TO WS-LIM-PERDIDO
              WHEN "B"
                 MOVE 175 TO WS-LIM-ATENCAO
                 MOVE 250 TO WS-LIM-RISCO
                 MOVE 350 TO WS-LIM-PERDIDO
              WHEN OTHER
                 MOVE 200 TO WS-LIM-ATENCAO
                 MOVE 300 TO WS-LIM-RISCO
                 MOVE 400 TO WS-LIM-PERDIDO
           END-EVALUATE.

      *-----------------------------------*
      *    REGRAVA O CLIRISCO E GERA O CSV POR VENDEDOR
      *-----------------------------------*
      *
       300-GRAVA-RISCO SECTION.
      *
           OPEN OUTPUT ARQ-RISCO
           CLOSE ARQ-RISCO
           OPEN I-O ARQ-RISCO
      *
           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-CAND-ORD
           OPEN OUTPUT RISCO-REL
           WRITE RISCO-REG FROM WS-CAB
      *
           MOVE 9999  TO WS-VEND-ATUAL
           MOVE ZEROS TO WS-QTD-VEND
           MOVE ZEROS TO WS-VALOR-VEND
      *
           READ ARQ-CAND-ORD
      *
           PERFORM UNTIL FS-ORD NOT EQUAL "00"
              IF ORD-COD-VEND NOT EQUAL WS-VEND-ATUAL
                 PERFORM 320-TOTAL-VENDEDOR
                 MOVE ORD-COD-VEND TO WS-VEND-ATUAL
                 MOVE ZEROS        TO WS-QTD-VEND
                 MOVE ZEROS        TO WS-VALOR-VEND
                 PERFORM 330-NOME-VENDEDOR
              END-IF
              PERFORM 310-GRAVA-CLIENTE
              READ ARQ-CAND-ORD
           END-PERFORM
      *
           PERFORM 320-TOTAL-VENDEDOR
      *
           CLOSE ARQ-CAND-ORD
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-RISCO
           CLOSE RISCO-REL.

      *-----------------------------------*
      *
       310-GRAVA-CLIENTE SECTION.
      *
           MOVE ORD-COD-CLI      TO RSC-COD-CLI
           MOVE ORD-COD-VEND     TO RSC-COD-VEND
           MOVE ORD-GRAU         TO RSC-GRAU
           MOVE ORD-CLASSE       TO RSC-CLASSE
           MOVE ORD-DATA-ULT-PED TO RSC-DATA-ULT-PED
           MOVE ORD-INTERVALO    TO RSC-INTERVALO
           MOVE ORD-DIAS-SEM-PED TO RSC-DIAS-SEM-PED
           MOVE ORD-QTD-PEDIDOS  TO RSC-QTD-PEDIDOS
           MOVE ORD-VALOR-MES    TO RSC-VALOR-MES
           MOVE WS-DATA-HOJE     TO RSC-DATA-CALC
           WRITE ARQ-RSC-REG
      *
           MOVE ORD-COD-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              MOVE SPACES TO RAZAO-SOCIAL
           END-IF
      *
           MOVE ORD-COD-VEND     TO WS-DET-COD-VEND
           MOVE ORD-COD-CLI      TO WS-DET-COD-CLI
           MOVE RAZAO-SOCIAL     TO WS-DET-RAZAO
           MOVE ORD-CLASSE       TO WS-DET-CLASSE
           EVALUATE ORD-GRAU
              WHEN 3
                 MOVE "PERDIDO" TO WS-DET-GRAU
              WHEN 2
                 MOVE "RISCO"   TO WS-DET-GRAU
              WHEN OTHER
                 MOVE "ATENCAO" TO WS-DET-GRAU
           END-EVALUATE
           MOVE ORD-DATA-ULT-PED TO WS-DET-DATA-ULT
           MOVE ORD-INTERVALO    TO WS-DET-INTERVALO
           MOVE ORD-DIAS-SEM-PED TO WS-DET-DIAS-SEM
           MOVE ORD-QTD-PEDIDOS  TO WS-DET-QTD-PED
           MOVE ORD-VALOR-MES    TO WS-DET-VALOR
           WRITE RISCO-REG FROM WS-DET
      *
           ADD 1             TO WS-QTD-VEND
           ADD ORD-VALOR-MES TO WS-VALOR-VEND
           ADD 1             TO WS-QTD-SINALIZADOS.

      *-----------------------------------*
      *
       320-TOTAL-VENDEDOR SECTION.
      *
           IF WS-VEND-ATUAL EQUAL 9999
              GO TO 320-FIM
           END-IF
      *
           MOVE WS-VEND-ATUAL    TO WS-TOT-COD-VEND
           MOVE WS-DET-NOME-VEND TO WS-TOT-NOME-VEND
           MOVE WS-QTD-VEND      TO WS-TOT-QTD
           MOVE WS-VALOR-VEND    TO WS-TOT-VALOR
           WRITE RISCO-REG FROM WS-TOT.
      *
       320-FIM.
           EXIT.

      *-----------------------------------*
      *
       330-NOME-VENDEDOR SECTION.
      *
           MOVE WS-VEND-ATUAL TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              MOVE NOME-VENDEDOR TO WS-DET-NOME-VEND
           ELSE
              MOVE SPACES TO WS-DET-NOME-VEND
           END-IF.
      *
       END PROGRAM RISCOCLI.
      *-----------------------------------*
