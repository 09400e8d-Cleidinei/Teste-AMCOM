       IDENTIFICATION DIVISION.
       PROGRAM-ID.   IMPQPL.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    CARGA EM LOTE DO PLANO MENSAL DE QUOTAS (QUOTAPLAN) A
      *    PARTIR DA PLANILHA DE ORCAMENTO DO ANO: UMA LINHA POR
      *    VENDEDOR COM AS DOZE QUOTAS MENSAIS. MES COM QUOTA ZERO NA
      *    LINHA NAO E CARREGADO (FICA COMO ESTA NO PLANO); MES JA
      *    FECHADO NO COMFECH E RECUSADO. A QUOTA CARREGADA SUBSTITUI
      *    A QUE JA EXISTIR NO PLANO PARA O MES. LINHAS E MESES
      *    RECUSADOS VAO PARA REJQPL.TXT COM O MOTIVO; OS APLICADOS
      *    SAO CONTADOS POR MES GRAVADO.
      *    LAYOUT DA LINHA: ANO(4) + VENDEDOR(3) + 12 X QUOTA(9, COM
      *    DUAS DECIMAIS IMPLICITAS), DE JANEIRO A DEZEMBRO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-IMPORT    ASSIGN TO WS-IMPORT-LABEL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-IMPORT.
           SELECT ARQ-QUOTAPLAN ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS QPL-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-QPL.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FECH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FECH.
           SELECT REJEITO-QPL   ASSIGN TO "REJQPL.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REJEITO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-IMPORT
           RECORD CONTAINS 115
           LABEL RECORD IS STANDARD.
       01  IMPORT-REG.
           03 IMP-ANO             PIC 9(004).
           03 IMP-COD-VEND        PIC 9(003).
           03 IMP-QUOTAS.
              05 IMP-QUOTA        PIC 9(007)V9(002) OCCURS 12 TIMES.
      *
       FD  ARQ-QUOTAPLAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'QUOTAPLAN'.
       COPY "BOOKQPL.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'COMFECH'.
       COPY "BOOKFECH.CPY".
      *
       FD  REJEITO-QPL
           RECORD CONTAINS 100
           LABEL RECORD IS STANDARD.
       01  REJEITO-QPL-REG PIC X(100).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FS-IMPORT               PIC X(002) VALUE "00".
       77 FSTATUS-QPL             PIC X(002) VALUE "00".
       77 FSTATUS-VEND            PIC X(002) VALUE "00".
       77 FSTATUS-FECH            PIC X(002) VALUE "00".
       77 FS-REJEITO              PIC X(002) VALUE "00".
       77 WS-IMPORT-LABEL         PIC X(020) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77 WS-MES                  PIC 9(002) VALUE ZEROS.
       77 WS-ANO-MES              PIC 9(006) VALUE ZEROS.
       01 WS-FECH-ABERTO-SW       PIC X(001) VALUE "N".
          88 WS-FECH-ABERTO                  VALUE "S".
          88 WS-FECH-NAO-ABERTO              VALUE "N".
       01 WS-FECH-SW              PIC X(001) VALUE "N".
          88 WS-MES-FECHADO                  VALUE "S".
          88 WS-MES-LIVRE                    VALUE "N".
      *-----------------------------------*
       01 WS-CONTADORES.
          03 WS-LIDOS             PIC 9(009) VALUE ZEROS.
          03 WS-APLICADOS         PIC 9(009) VALUE ZEROS.
          03 WS-REJEITADOS        PIC 9(009) VALUE ZEROS.
      *-----------------------------------*
       01 WS-REJ-CAB              PIC X(100) VALUE
           "MOTIVO;LINHA ORIGINAL".
       01 WS-REJ-LINHA.
          03 WS-REJ-MOTIVO        PIC X(040)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-REJ-IMAGEM        PIC X(035)  VALUE SPACES.
       01 WS-REJ-MES.
          03 FILLER               PIC X(004)  VALUE "MES ".
          03 WS-REJ-MES-NUM       PIC 9(002)  VALUE ZEROS.
          03 FILLER               PIC X(001)  VALUE SPACE.
          03 WS-REJ-MES-TXT       PIC X(033)  VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-IMPQPL.
           03  IMPQPL-ARQUIVO      PIC X(020).
           03  IMPQPL-MSG          PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-IMPQPL.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           IF IMPQPL-ARQUIVO EQUAL SPACES
              MOVE "IMPQPL: INFORMAR ARQUIVO DO PLANO DE QUOTAS"
                TO IMPQPL-MSG
              GOBACK
           END-IF
      *
           MOVE IMPQPL-ARQUIVO TO WS-IMPORT-LABEL
           INITIALIZE WS-CONTADORES
      *
           OPEN INPUT ARQ-IMPORT
           IF FS-IMPORT NOT EQUAL "00"
              CLOSE ARQ-IMPORT
              MOVE "IMPQPL: ARQUIVO NAO ENCONTRADO" TO IMPQPL-MSG
              GOBACK
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
      *
           OPEN I-O ARQ-QUOTAPLAN
           IF FSTATUS-QPL EQUAL "35"
              CLOSE ARQ-QUOTAPLAN
              OPEN OUTPUT ARQ-QUOTAPLAN
              CLOSE ARQ-QUOTAPLAN
              OPEN I-O ARQ-QUOTAPLAN
           END-IF
      *
           SET WS-FECH-NAO-ABERTO TO TRUE
           OPEN INPUT ARQ-FECHAMENTO
           IF FSTATUS-FECH EQUAL "00"
              SET WS-FECH-ABERTO TO TRUE
           END-IF
      *
           OPEN INPUT ARQ-VENDEDOR
           OPEN OUTPUT REJEITO-QPL
           WRITE REJEITO-QPL-REG FROM WS-REJ-CAB
      *
           READ ARQ-IMPORT
      *
           PERFORM UNTIL FS-IMPORT NOT EQUAL "00"
              ADD 1 TO WS-LIDOS
              PERFORM 100-PROCESSA-LINHA
              READ ARQ-IMPORT
           END-PERFORM
      *
           CLOSE ARQ-IMPORT
           CLOSE ARQ-QUOTAPLAN
           CLOSE ARQ-VENDEDOR
           CLOSE REJEITO-QPL
           IF WS-FECH-ABERTO
              CLOSE ARQ-FECHAMENTO
           END-IF
      *
           STRING "LIDOS: "      WS-LIDOS(4:6)
                  " APLIC: "     WS-APLICADOS(4:6)
                  " REJ: "       WS-REJEITADOS(4:6)
             INTO IMPQPL-MSG
      *
           GOBACK.

      *-----------------------------------*
      *
       100-PROCESSA-LINHA SECTION.
      *
           IF IMP-ANO IS NOT NUMERIC
              OR IMP-COD-VEND IS NOT NUMERIC
              OR IMP-QUOTAS IS NOT NUMERIC
              MOVE "LINHA COM CAMPO NAO NUMERICO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           IF IMP-ANO LESS THAN 2000
              MOVE "ANO INVALIDO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           MOVE IMP-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND NOT EQUAL "00"
              OR IMP-COD-VEND EQUAL ZEROS
              MOVE "VENDEDOR NAO CADASTRADO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           PERFORM VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER THAN 12
              IF IMP-QUOTA(WS-MES) NOT EQUAL ZEROS
                 PERFORM 200-GRAVA-MES
              END-IF
           END-PERFORM.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    QUOTA DE UM MES DA LINHA: INCLUI OU SUBSTITUI NO PLANO
      *-----------------------------------*
      *
       200-GRAVA-MES SECTION.
      *
           COMPUTE WS-ANO-MES = IMP-ANO * 100 + WS-MES
      *
           PERFORM 910-VERIFICA-MES-FECHADO
           IF WS-MES-FECHADO
              MOVE WS-MES              TO WS-REJ-MES-NUM
              MOVE "JA FECHADO - NAO CARREGADO" TO WS-REJ-MES-TXT
              MOVE WS-REJ-MES          TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 200-FIM
           END-IF
      *
           MOVE WS-ANO-MES   TO QPL-ANO-MES
           MOVE IMP-COD-VEND TO QPL-COD-VEND
           READ ARQ-QUOTAPLAN RECORD
             KEY IS QPL-CHAVE
           MOVE IMP-QUOTA(WS-MES) TO QPL-QUOTA
           MOVE "L"               TO QPL-ORIGEM
           MOVE WS-DATA-HOJE      TO QPL-DATA-ATUALIZ
           MOVE ZEROS             TO QPL-OPERADOR
           IF FSTATUS-QPL EQUAL "00"
              REWRITE ARQ-QPL-REG
           ELSE
              MOVE WS-ANO-MES   TO QPL-ANO-MES
              MOVE IMP-COD-VEND TO QPL-COD-VEND
              WRITE ARQ-QPL-REG
           END-IF
      *
           IF FSTATUS-QPL EQUAL "00"
              ADD 1 TO WS-APLICADOS
           ELSE
              MOVE WS-MES              TO WS-REJ-MES-NUM
              MOVE SPACES              TO WS-REJ-MES-TXT
              STRING "ERRO AO GRAVAR - FS " FSTATUS-QPL
                DELIMITED BY SIZE INTO WS-REJ-MES-TXT
              MOVE WS-REJ-MES          TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
           END-IF.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *
       800-GRAVA-REJEICAO SECTION.
      *
           MOVE IMPORT-REG(1:35) TO WS-REJ-IMAGEM
           WRITE REJEITO-QPL-REG FROM WS-REJ-LINHA
           ADD 1 TO WS-REJEITADOS.

      *-----------------------------------*
      *    MES COM QUALQUER REGISTRO NO COMFECH JA FOI FECHADO
      *-----------------------------------*
      *
       910-VERIFICA-MES-FECHADO SECTION.
      *
           SET WS-MES-LIVRE TO TRUE
      *
           IF WS-FECH-NAO-ABERTO
              GO TO 910-FIM
           END-IF
      *
           MOVE WS-ANO-MES TO FECH-ANO-MES
           MOVE ZEROS      TO FECH-COD-VEND
           MOVE SPACE      TO FECH-TIPO
           START ARQ-FECHAMENTO KEY IS NOT LESS THAN FECH-CHAVE
              INVALID KEY
                 GO TO 910-FIM
           END-START
      *
           READ ARQ-FECHAMENTO NEXT RECORD
           IF FSTATUS-FECH EQUAL "00"
              AND FECH-ANO-MES EQUAL WS-ANO-MES
              SET WS-MES-FECHADO TO TRUE
           END-IF.
      *
       910-FIM.
           EXIT.
      *
       END PROGRAM IMPQPL.
      *-----------------------------------*
