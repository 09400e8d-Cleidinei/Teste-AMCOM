       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELRETOR.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    AGENDA DIARIA DE RETORNOS POR VENDEDOR (RETORNO.TXT):
      *    PARA CADA CLIENTE ATIVO LE O CONTATO MAIS RECENTE DO
      *    REGISTRO DE INTERACOES E LISTA
      *    - O RETORNO COMBINADO QUE VENCE NA DATA DE REFERENCIA OU
      *      JA ESTA ATRASADO (UM CONTATO MAIS NOVO SUBSTITUI O
      *      RETORNO COMBINADO NO CONTATO ANTERIOR);
      *    - O CLIENTE SEM CONTATO HA MAIS TEMPO DO QUE A FREQUENCIA
      *      DE VISITA DO CADASTRO PERMITE (S = 7 DIAS, Q = 14 DIAS,
      *      M OU BRANCO = 28 DIAS), OU NUNCA CONTATADO.
      *    O CLIENTE SAI NA FOLHA DO VENDEDOR DA ATRIBUICAO ATUAL
      *    (DISTATUAL); SEM ATRIBUICAO, NA DO VENDEDOR DO ULTIMO
      *    CONTATO. DATA DE REFERENCIA ZERO = HOJE; VENDEDOR ZERO =
      *    TODOS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-INTERACAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS INT-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-INTERACAO.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-SORT2     ASSIGN TO "RELRETOR.TM2"
                  FILE STATUS   IS FS-SORT2.
           SELECT RETORNO-REL   ASSIGN TO "RETORNO.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-INTERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'INTERACOES'.
       COPY "BOOKINT.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
      *    TIPO 1 = RETORNO VENCIDO (PODE ESTAR TAMBEM SEM CONTATO),
      *    TIPO 2 = SOMENTE SEM CONTATO NA FREQUENCIA.
       SD  ARQ-SORT2.
       01  REG-SORT2.
           03 SRT2-COD-VEND         PIC 9(003).
           03 SRT2-TIPO             PIC 9(001).
           03 SRT2-DATA-ORDEM       PIC 9(008).
           03 SRT2-COD-CLI          PIC 9(007).
           03 SRT2-RAZAO            PIC X(040).
           03 SRT2-ULT-DATA         PIC 9(008).
           03 SRT2-ULT-CANAL        PIC X(001).
           03 SRT2-DIAS-CONTATO     PIC 9(005).
           03 SRT2-RETORNO          PIC 9(008).
           03 SRT2-DIAS-ATRASO      PIC 9(005).
           03 SRT2-SEM-CONTATO      PIC X(001).
           03 SRT2-NOTA             PIC X(120).
      *
       FD  RETORNO-REL.
       01  RETORNO-REG PIC X(132).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FS-INTERACAO            PIC X(002) VALUE "00".
       77  FS-SORT2                PIC X(002) VALUE "00".
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-REF             PIC 9(008) VALUE ZEROS.
       77  WS-REF-INT              PIC 9(007) VALUE ZEROS.
       77  WS-VEND-DONO            PIC 9(003) VALUE ZEROS.
       77  WS-VEND-GRUPO           PIC 9(004) VALUE 9999.
       77  WS-LIMITE-DIAS          PIC 9(003) VALUE ZEROS.
       77  WS-DIAS-CONTATO         PIC 9(005) VALUE ZEROS.
       77  WS-DIAS-ATRASO          PIC 9(005) VALUE ZEROS.
       77  WS-QTD-RETORNOS         PIC 9(007) VALUE ZEROS.
       77  WS-QTD-SEM-CONTATO      PIC 9(007) VALUE ZEROS.
       77  WS-VEND-RETORNOS        PIC 9(005) VALUE ZEROS.
       77  WS-VEND-SEM-CONTATO     PIC 9(005) VALUE ZEROS.
       77  WS-QTD-VENDEDORES       PIC 9(003) VALUE ZEROS.
       01  WS-INTERACOES-SW        PIC X(001) VALUE "N".
           88 WS-TEM-INTERACOES               VALUE "S".
       01  WS-ATUAL-SW             PIC X(001) VALUE "N".
           88 WS-TEM-ATUAL                    VALUE "S".
       01  WS-RETORNO-SW           PIC X(001) VALUE "N".
           88 WS-RETORNO-VENCIDO              VALUE "S".
       01  WS-SEM-CONTATO-SW       PIC X(001) VALUE "N".
           88 WS-SEM-CONTATO                  VALUE "S".
      *-----------------------------------*
      *    CONTATO MAIS RECENTE DO CLIENTE CORRENTE
      *-----------------------------------*
       01  WS-ULTIMO-CONTATO.
           03 WS-ULT-DATA          PIC 9(008) VALUE ZEROS.
           03 WS-ULT-VEND          PIC 9(003) VALUE ZEROS.
           03 WS-ULT-CANAL         PIC X(001) VALUE SPACES.
           03 WS-ULT-RETORNO       PIC 9(008) VALUE ZEROS.
           03 WS-ULT-NOTA          PIC X(120) VALUE SPACES.
      *-----------------------------------*
       01  WS-CAB1.
           03 FILLER               PIC X(031) VALUE
              "AGENDA DE RETORNOS - VENDEDOR ".
           03 WS-CAB1-VEND         PIC 9(003) VALUE ZEROS.
           03 FILLER               PIC X(003) VALUE " - ".
           03 WS-CAB1-NOME         PIC X(040) VALUE SPACES.
           03 FILLER               PIC X(015) VALUE
              "   REFERENCIA: ".
           03 WS-CAB1-DATA         PIC 9999/99/99.
       01  WS-CAB2.
           03 FILLER               PIC X(050) VALUE
              "CLIENTE  RAZAO SOCIAL".
           03 FILLER               PIC X(039) VALUE
              " DT CONTATO C  DIAS    RETORNO ATRASO  ".
           03 FILLER               PIC X(008) VALUE
              "SITUACAO".
       01  WS-TRACO                PIC X(132) VALUE ALL "-".
       01  WS-DET.
           03 WS-DET-COD-CLI       PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X(002)        VALUE SPACES.
           03 WS-DET-RAZAO         PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X(002)        VALUE SPACES.
           03 WS-DET-ULT-DATA      PIC X(010)        VALUE SPACES.
           03 FILLER               PIC X(001)        VALUE SPACES.
           03 WS-DET-CANAL         PIC X(001)        VALUE SPACES.
           03 FILLER               PIC X(001)        VALUE SPACES.
           03 WS-DET-DIAS          PIC X(005)        VALUE SPACES.
           03 FILLER               PIC X(001)        VALUE SPACES.
           03 WS-DET-RETORNO       PIC X(010)        VALUE SPACES.
           03 FILLER               PIC X(002)        VALUE SPACES.
           03 WS-DET-ATRASO        PIC X(005)        VALUE SPACES.
           03 FILLER               PIC X(002)        VALUE SPACES.
           03 WS-DET-SITUACAO      PIC X(043)        VALUE SPACES.
       01  WS-DET-NOTA.
           03 FILLER               PIC X(009)        VALUE SPACES.
           03 FILLER               PIC X(010)        VALUE
              "ANOTACAO: ".
           03 WS-DET-NOTA-TXT      PIC X(113)        VALUE SPACES.
       01  WS-DATA-ED              PIC 9999/99/99.
       01  WS-DIAS-ED              PIC ZZZZ9.
       01  WS-TOT-VEND.
           03 FILLER               PIC X(030) VALUE
              "TOTAL DO VENDEDOR - RETORNOS: ".
           03 WS-TOT-RETORNOS      PIC ZZZZ9.
           03 FILLER               PIC X(016) VALUE
              "   SEM CONTATO: ".
           03 WS-TOT-SEM-CONTATO   PIC ZZZZ9.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RELRETOR.
           03  RETOR-DATA-REF      PIC 9(008).
           03  RETOR-COD-VEND      PIC 9(003).
           03  RETOR-MSG           PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RELRETOR.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO RETOR-MSG
      *
           IF RETOR-DATA-REF EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-REF
           ELSE
              MOVE RETOR-DATA-REF TO WS-DATA-REF
           END-IF
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REF) NOT EQUAL ZEROS
              MOVE "RELRETOR: DATA DE REFERENCIA INVALIDA"
                TO RETOR-MSG
              GOBACK
           END-IF
           COMPUTE WS-REF-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
      *
           OPEN INPUT ARQ-CLIENTE
           IF FSTATUS-CLI NOT EQUAL "00"
              CLOSE ARQ-CLIENTE
              MOVE "RELRETOR: CADASTRO DE CLIENTES NAO ENCONTRADO"
                TO RETOR-MSG
              GOBACK
           END-IF
      *
           MOVE "N" TO WS-INTERACOES-SW
           OPEN INPUT ARQ-INTERACAO
           IF FS-INTERACAO EQUAL "00"
              SET WS-TEM-INTERACOES TO TRUE
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           OPEN OUTPUT RETORNO-REL
      *
           SORT ARQ-SORT2
                ON ASCENDING KEY SRT2-COD-VEND
                                 SRT2-TIPO
                                 SRT2-DATA-ORDEM
                                 SRT2-COD-CLI
                INPUT  PROCEDURE IS 300-AVALIA-CLIENTES
                OUTPUT PROCEDURE IS 400-IMPRIME
      *
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-INTERACAO
           CLOSE ARQ-VENDEDOR
           CLOSE RETORNO-REL
      *
           STRING "RETORNOS: "     WS-QTD-RETORNOS(3:5)
                  " SEM CONTATO: " WS-QTD-SEM-CONTATO(3:5)
             DELIMITED BY SIZE INTO RETOR-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    PERCORRE OS CLIENTES ATIVOS EM ORDEM DE CODIGO, BUSCANDO
      *    A ATRIBUICAO ATUAL DE CADA UM PELA CHAVE NO DISTATUAL, E
      *    MANDA PARA O SORT DO RELATORIO OS QUE TEM RETORNO VENCIDO
      *    OU ESTAO SEM CONTATO NA FREQUENCIA.
      *-----------------------------------*
      *
       300-AVALIA-CLIENTES SECTION.
      *
           MOVE "N" TO WS-ATUAL-SW
           OPEN INPUT ARQ-ATUAL
           IF FS-ATUAL EQUAL "00"
              SET WS-TEM-ATUAL TO TRUE
           END-IF
      *
           MOVE ZEROS TO COD-CLI
           START ARQ-CLIENTE KEY IS NOT LESS THAN COD-CLI
              INVALID KEY
                 MOVE "10" TO FSTATUS-CLI
           END-START
      *
           IF FSTATUS-CLI EQUAL "00"
              READ ARQ-CLIENTE NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-CLI NOT EQUAL "00"
              IF CLI-ATIVO
                 PERFORM 320-AVALIA-CLIENTE
              END-IF
              READ ARQ-CLIENTE NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ATUAL.

      *-----------------------------------*
      *
       320-AVALIA-CLIENTE SECTION.
      *
           PERFORM 330-ULTIMO-CONTATO
      *
           MOVE "23" TO FS-ATUAL
           IF WS-TEM-ATUAL
              MOVE COD-CLI TO ATR-COD-CLI
              READ ARQ-ATUAL
           END-IF
           IF FS-ATUAL EQUAL "00"
              MOVE ATR-COD-VEND TO WS-VEND-DONO
           ELSE
              MOVE WS-ULT-VEND  TO WS-VEND-DONO
           END-IF
      *
           IF RETOR-COD-VEND NOT EQUAL ZEROS
              AND RETOR-COD-VEND NOT EQUAL WS-VEND-DONO
              GO TO 320-FIM
           END-IF
      *
           MOVE "N"   TO WS-RETORNO-SW
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF WS-ULT-RETORNO NOT EQUAL ZEROS
              AND WS-ULT-RETORNO NOT GREATER THAN WS-DATA-REF
              SET WS-RETORNO-VENCIDO TO TRUE
              COMPUTE WS-DIAS-ATRASO = WS-REF-INT
                    - FUNCTION INTEGER-OF-DATE(WS-ULT-RETORNO)
           END-IF
      *
           EVALUATE FREQ-VISITA-CLI
              WHEN "S"
                 MOVE 7  TO WS-LIMITE-DIAS
              WHEN "Q"
                 MOVE 14 TO WS-LIMITE-DIAS
              WHEN OTHER
                 MOVE 28 TO WS-LIMITE-DIAS
           END-EVALUATE
      *
           MOVE "N"   TO WS-SEM-CONTATO-SW
           MOVE ZEROS TO WS-DIAS-CONTATO
           IF WS-ULT-DATA EQUAL ZEROS
              SET WS-SEM-CONTATO TO TRUE
           ELSE
              IF WS-ULT-DATA LESS THAN WS-DATA-REF
                 COMPUTE WS-DIAS-CONTATO = WS-REF-INT
                       - FUNCTION INTEGER-OF-DATE(WS-ULT-DATA)
              END-IF
              IF WS-DIAS-CONTATO GREATER THAN WS-LIMITE-DIAS
                 SET WS-SEM-CONTATO TO TRUE
              END-IF
           END-IF
      *
           IF NOT WS-RETORNO-VENCIDO
              AND NOT WS-SEM-CONTATO
              GO TO 320-FIM
           END-IF
      *
           MOVE WS-VEND-DONO    TO SRT2-COD-VEND
           MOVE COD-CLI         TO SRT2-COD-CLI
           MOVE RAZAO-SOCIAL    TO SRT2-RAZAO
           MOVE WS-ULT-DATA     TO SRT2-ULT-DATA
           MOVE WS-ULT-CANAL    TO SRT2-ULT-CANAL
           MOVE WS-DIAS-CONTATO TO SRT2-DIAS-CONTATO
           MOVE WS-ULT-RETORNO  TO SRT2-RETORNO
           MOVE WS-DIAS-ATRASO  TO SRT2-DIAS-ATRASO
           MOVE WS-SEM-CONTATO-SW TO SRT2-SEM-CONTATO
           IF WS-RETORNO-VENCIDO
              MOVE 1              TO SRT2-TIPO
              MOVE WS-ULT-RETORNO TO SRT2-DATA-ORDEM
              MOVE WS-ULT-NOTA    TO SRT2-NOTA
              ADD 1 TO WS-QTD-RETORNOS
           ELSE
              MOVE 2              TO SRT2-TIPO
              MOVE WS-ULT-DATA    TO SRT2-DATA-ORDEM
              MOVE SPACES         TO SRT2-NOTA
           END-IF
           IF WS-SEM-CONTATO
              ADD 1 TO WS-QTD-SEM-CONTATO
           END-IF
           RELEASE REG-SORT2.
      *
       320-FIM.
           EXIT.

      *-----------------------------------*
      *    A CHAVE DAS INTERACOES ORDENA POR CLIENTE, DATA E
      *    SEQUENCIA: O ULTIMO LIDO DO CLIENTE E O MAIS RECENTE.
      *-----------------------------------*
      *
       330-ULTIMO-CONTATO SECTION.
      *
           INITIALIZE WS-ULTIMO-CONTATO
      *
           IF NOT WS-TEM-INTERACOES
              GO TO 330-FIM
           END-IF
      *
           MOVE COD-CLI TO INT-COD-CLI
           MOVE ZEROS   TO INT-DATA
           MOVE ZEROS   TO INT-SEQ
           START ARQ-INTERACAO KEY IS NOT LESS THAN INT-CHAVE
              INVALID KEY
                 GO TO 330-FIM
           END-START
      *
           READ ARQ-INTERACAO NEXT RECORD
           PERFORM UNTIL FS-INTERACAO NOT EQUAL "00"
                      OR INT-COD-CLI NOT EQUAL COD-CLI
              IF INT-DATA NOT GREATER THAN WS-DATA-REF
                 MOVE INT-DATA         TO WS-ULT-DATA
                 MOVE INT-COD-VEND     TO WS-ULT-VEND
                 MOVE INT-CANAL        TO WS-ULT-CANAL
                 MOVE INT-DATA-RETORNO TO WS-ULT-RETORNO
                 MOVE INT-NOTA         TO WS-ULT-NOTA
              END-IF
              READ ARQ-INTERACAO NEXT RECORD
           END-PERFORM.
      *
       330-FIM.
           EXIT.

      *-----------------------------------*
      *    UMA FOLHA POR VENDEDOR: RETORNOS VENCIDOS PRIMEIRO (DO
      *    MAIS ATRASADO PARA O DE HOJE), DEPOIS OS CLIENTES SEM
      *    CONTATO (NUNCA CONTATADOS PRIMEIRO).
      *-----------------------------------*
      *
       400-IMPRIME SECTION.
      *
           MOVE 9999 TO WS-VEND-GRUPO
      *
           RETURN ARQ-SORT2
              AT END MOVE "10" TO FS-SORT2
           END-RETURN
      *
           PERFORM UNTIL FS-SORT2 NOT EQUAL "00"
              IF SRT2-COD-VEND NOT EQUAL WS-VEND-GRUPO
                 IF WS-VEND-GRUPO NOT EQUAL 9999
                    PERFORM 420-TOTAL-VENDEDOR
                 END-IF
                 PERFORM 410-CABECALHO-VENDEDOR
              END-IF
              PERFORM 430-LINHA-CLIENTE
              RETURN ARQ-SORT2
                 AT END MOVE "10" TO FS-SORT2
              END-RETURN
           END-PERFORM
      *
           IF WS-VEND-GRUPO NOT EQUAL 9999
              PERFORM 420-TOTAL-VENDEDOR
           END-IF.

      *-----------------------------------*
      *
       410-CABECALHO-VENDEDOR SECTION.
      *
           MOVE SRT2-COD-VEND TO WS-VEND-GRUPO
           MOVE ZEROS         TO WS-VEND-RETORNOS
           MOVE ZEROS         TO WS-VEND-SEM-CONTATO
           ADD 1 TO WS-QTD-VENDEDORES
      *
           MOVE SRT2-COD-VEND TO WS-CAB1-VEND
           MOVE SRT2-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              MOVE NOME-VENDEDOR TO WS-CAB1-NOME
           ELSE
              MOVE "SEM VENDEDOR ATRIBUIDO" TO WS-CAB1-NOME
           END-IF
           MOVE WS-DATA-REF TO WS-CAB1-DATA
      *
           IF WS-QTD-VENDEDORES GREATER THAN 1
              MOVE SPACES TO RETORNO-REG
              WRITE RETORNO-REG
           END-IF
           WRITE RETORNO-REG FROM WS-CAB1
           WRITE RETORNO-REG FROM WS-TRACO
           WRITE RETORNO-REG FROM WS-CAB2
           WRITE RETORNO-REG FROM WS-TRACO.

      *-----------------------------------*
      *
       420-TOTAL-VENDEDOR SECTION.
      *
           MOVE WS-VEND-RETORNOS    TO WS-TOT-RETORNOS
           MOVE WS-VEND-SEM-CONTATO TO WS-TOT-SEM-CONTATO
           WRITE RETORNO-REG FROM WS-TRACO
           WRITE RETORNO-REG FROM WS-TOT-VEND.

      *-----------------------------------*
      *
       430-LINHA-CLIENTE SECTION.
      *
           MOVE SRT2-COD-CLI   TO WS-DET-COD-CLI
           MOVE SRT2-RAZAO     TO WS-DET-RAZAO
           MOVE SRT2-ULT-CANAL TO WS-DET-CANAL
      *
           IF SRT2-ULT-DATA EQUAL ZEROS
              MOVE "NUNCA"           TO WS-DET-ULT-DATA
              MOVE SPACES            TO WS-DET-DIAS
           ELSE
              MOVE SRT2-ULT-DATA     TO WS-DATA-ED
              MOVE WS-DATA-ED        TO WS-DET-ULT-DATA
              MOVE SRT2-DIAS-CONTATO TO WS-DIAS-ED
              MOVE WS-DIAS-ED        TO WS-DET-DIAS
           END-IF
      *
           IF SRT2-TIPO EQUAL 1
              ADD 1 TO WS-VEND-RETORNOS
              MOVE SRT2-RETORNO      TO WS-DATA-ED
              MOVE WS-DATA-ED        TO WS-DET-RETORNO
              MOVE SRT2-DIAS-ATRASO  TO WS-DIAS-ED
              MOVE WS-DIAS-ED        TO WS-DET-ATRASO
              EVALUATE TRUE
                 WHEN SRT2-DIAS-ATRASO EQUAL ZEROS
                  AND SRT2-SEM-CONTATO EQUAL "S"
                    MOVE "RETORNO HOJE/SEM CONTATO NA FREQUENCIA"
                      TO WS-DET-SITUACAO
                 WHEN SRT2-DIAS-ATRASO EQUAL ZEROS
                    MOVE "RETORNO HOJE" TO WS-DET-SITUACAO
                 WHEN SRT2-SEM-CONTATO EQUAL "S"
                    MOVE "RETORNO VENCIDO/SEM CONTATO NA FREQUENCIA"
                      TO WS-DET-SITUACAO
                 WHEN OTHER
                    MOVE "RETORNO VENCIDO" TO WS-DET-SITUACAO
              END-EVALUATE
           ELSE
              MOVE SPACES            TO WS-DET-RETORNO
              MOVE SPACES            TO WS-DET-ATRASO
              IF SRT2-ULT-DATA EQUAL ZEROS
                 MOVE "NUNCA CONTATADO" TO WS-DET-SITUACAO
              ELSE
                 MOVE "SEM CONTATO NA FREQUENCIA"
                   TO WS-DET-SITUACAO
              END-IF
           END-IF
           IF SRT2-SEM-CONTATO EQUAL "S"
              ADD 1 TO WS-VEND-SEM-CONTATO
           END-IF
      *
           WRITE RETORNO-REG FROM WS-DET
      *
           IF SRT2-TIPO EQUAL 1
              AND SRT2-NOTA NOT EQUAL SPACES
              MOVE SRT2-NOTA TO WS-DET-NOTA-TXT
              WRITE RETORNO-REG FROM WS-DET-NOTA
           END-IF.
      *
       END PROGRAM RELRETOR.
      *-----------------------------------*
