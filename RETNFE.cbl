       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RETNFE.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    RETORNO DO EMISSOR DE NF-E: LE O ARQUIVO DE AUTORIZACAO
      *    (UMA LINHA POR NOTA PROCESSADA NA SEFAZ) E ATUALIZA A
      *    FATURA PELO CODIGO DE SITUACAO (CSTAT):
      *    100/150             - AUTORIZADA: CARIMBA CHAVE DE ACESSO,
      *                          PROTOCOLO E DATA NA FATURA
      *    110/205/301/302/303 - DENEGADA (SITUACAO FINAL)
      *    DEMAIS              - REJEITADA: O FATURPED REENVIA NA
      *                          PROXIMA RODADA
      *    LINHA DE FATURA NAO ENCONTRADA OU JA AUTORIZADA VAI PARA
      *    REJNFE.TXT. NO FIM LISTA EM NFEPEND.TXT TODAS AS FATURAS
      *    COM NF-E PENDENTE DE RETORNO, DENEGADA OU REJEITADA PARA
      *    ACOMPANHAMENTO (ESSAS FATURAS FICAM FORA DA COBRANCA).
      *    SEM ARQUIVO INFORMADO SO GERA A LISTA DE PENDENCIAS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO   ASSIGN TO WS-RETORNO-LABEL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RETORNO.
           SELECT ARQ-FATURA    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FAT.
           SELECT REJEITO-NFE   ASSIGN TO "REJNFE.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REJEITO.
           SELECT PENDENCIA-NFE ASSIGN TO "NFEPEND.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-PENDENCIA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO
           LABEL RECORD IS STANDARD.
       01  RETORNO-REG.
           03 RNF-NUM-FATURA      PIC 9(007).
           03 RNF-CSTAT           PIC 9(003).
              88 RNF-AUTORIZADA               VALUE 100 150.
              88 RNF-DENEGADA                 VALUE 110 205
                                                    301 302 303.
           03 RNF-CHAVE           PIC X(044).
           03 RNF-PROTOCOLO       PIC X(015).
           03 RNF-DATA            PIC 9(008).
           03 RNF-MOTIVO          PIC X(060).
      *
       FD  ARQ-FATURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FATURAS'.
       COPY "BOOKFAT.CPY".
      *
       FD  REJEITO-NFE
           RECORD CONTAINS 100
           LABEL RECORD IS STANDARD.
       01  REJEITO-NFE-REG PIC X(100).
      *
       FD  PENDENCIA-NFE
           RECORD CONTAINS 120
           LABEL RECORD IS STANDARD.
       01  PENDENCIA-NFE-REG PIC X(120).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FS-RETORNO              PIC X(002) VALUE "00".
       77 FSTATUS-FAT             PIC X(002) VALUE "00".
       77 FS-REJEITO              PIC X(002) VALUE "00".
       77 FS-PENDENCIA            PIC X(002) VALUE "00".
       77 WS-RETORNO-LABEL        PIC X(020) VALUE SPACES.
      *-----------------------------------*
       01 WS-CONTADORES.
          03 WS-AUTORIZADAS       PIC 9(005) VALUE ZEROS.
          03 WS-DENEGADAS         PIC 9(005) VALUE ZEROS.
          03 WS-REJEITADAS        PIC 9(005) VALUE ZEROS.
          03 WS-PENDENTES         PIC 9(005) VALUE ZEROS.
      *-----------------------------------*
       01 WS-REJ-CAB              PIC X(100) VALUE
           "FATURA;CSTAT;MOTIVO DA REJEICAO".
       01 WS-REJ-LINHA.
          03 WS-REJ-FATURA        PIC X(007)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-REJ-CSTAT         PIC X(003)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-REJ-MOTIVO        PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01 WS-PEND-CAB             PIC X(120) VALUE
           "FATURA;PEDIDO;CLIENTE;VENDEDOR;EMISSAO;VALOR;SITUACAO NF-E;M
      -    "OTIVO".
       01 WS-PEND-LINHA.
          03 WS-PEND-FATURA       PIC 9(007)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-PEND-PEDIDO       PIC 9(007)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-PEND-CLIENTE      PIC 9(007)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-PEND-VENDEDOR     PIC 9(003)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-PEND-EMISSAO      PIC 9(008)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-PEND-VALOR        PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-PEND-SITUACAO     PIC X(009)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-PEND-MOTIVO       PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RETNFE.
           03  RETNFE-ARQUIVO      PIC X(020) VALUE SPACES.
           03  RETNFE-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RETNFE.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           INITIALIZE WS-CONTADORES
      *
           OPEN I-O ARQ-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              CLOSE ARQ-FATURA
              MOVE "RETNFE: ARQUIVO DE FATURAS NAO ENCONTRADO"
                TO RETNFE-MSG
              GOBACK
           END-IF
      *
           IF RETNFE-ARQUIVO NOT EQUAL SPACES
              MOVE RETNFE-ARQUIVO TO WS-RETORNO-LABEL
              OPEN INPUT ARQ-RETORNO
              IF FS-RETORNO NOT EQUAL "00"
                 CLOSE ARQ-RETORNO
                 CLOSE ARQ-FATURA
                 MOVE "RETNFE: ARQUIVO NAO ENCONTRADO" TO RETNFE-MSG
                 GOBACK
              END-IF
              PERFORM 100-PROCESSA-RETORNO
              CLOSE ARQ-RETORNO
           END-IF
      *
           PERFORM 200-LISTA-PENDENCIAS
      *
           CLOSE ARQ-FATURA
      *
           STRING "AUT:"   WS-AUTORIZADAS
                  " DEN:"  WS-DENEGADAS
                  " REJ:"  WS-REJEITADAS
                  " PEND:" WS-PENDENTES
             INTO RETNFE-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    APLICA CADA LINHA DO ARQUIVO DE AUTORIZACAO NA FATURA.
      *-----------------------------------*
      *
       100-PROCESSA-RETORNO SECTION.
      *
           OPEN OUTPUT REJEITO-NFE
           WRITE REJEITO-NFE-REG FROM WS-REJ-CAB
      *
           READ ARQ-RETORNO
      *
           PERFORM UNTIL FS-RETORNO NOT EQUAL "00"
              PERFORM 110-ATUALIZA-FATURA
              READ ARQ-RETORNO
           END-PERFORM
      *
           CLOSE REJEITO-NFE.

      *-----------------------------------*
      *
       110-ATUALIZA-FATURA SECTION.
      *
           MOVE SPACES TO WS-REJ-MOTIVO
      *
           IF RNF-NUM-FATURA IS NOT NUMERIC
              OR RNF-CSTAT IS NOT NUMERIC
              MOVE "LINHA COM CAMPO NAO NUMERICO" TO WS-REJ-MOTIVO
              GO TO 110-REJEITA
           END-IF
      *
           MOVE RNF-NUM-FATURA TO NUM-FATURA
           READ ARQ-FATURA RECORD
             KEY IS NUM-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              MOVE "FATURA NAO ENCONTRADA" TO WS-REJ-MOTIVO
              GO TO 110-REJEITA
           END-IF
      *
           IF FAT-NFE-AUTORIZADA
              MOVE "NF-E JA AUTORIZADA" TO WS-REJ-MOTIVO
              GO TO 110-REJEITA
           END-IF
      *
           IF FAT-NFE-NAO-EMITIDA
              MOVE "FATURA SEM NF-E EMITIDA" TO WS-REJ-MOTIVO
              GO TO 110-REJEITA
           END-IF
      *
           EVALUATE TRUE
              WHEN RNF-AUTORIZADA
                 MOVE "A"           TO FAT-NFE-SITUACAO
                 MOVE RNF-CHAVE     TO FAT-NFE-CHAVE
                 MOVE RNF-PROTOCOLO TO FAT-NFE-PROTOCOLO
                 MOVE SPACES        TO FAT-NFE-MOTIVO
                 IF RNF-DATA IS NUMERIC
                    MOVE RNF-DATA   TO FAT-NFE-DATA-AUTORIZ
                 END-IF
                 ADD 1 TO WS-AUTORIZADAS
              WHEN RNF-DENEGADA
                 MOVE "D"           TO FAT-NFE-SITUACAO
                 MOVE RNF-CHAVE     TO FAT-NFE-CHAVE
                 MOVE RNF-PROTOCOLO TO FAT-NFE-PROTOCOLO
                 MOVE RNF-MOTIVO    TO FAT-NFE-MOTIVO
                 ADD 1 TO WS-DENEGADAS
              WHEN OTHER
                 MOVE "R"           TO FAT-NFE-SITUACAO
                 MOVE RNF-MOTIVO    TO FAT-NFE-MOTIVO
                 ADD 1 TO WS-REJEITADAS
           END-EVALUATE
      *
           REWRITE ARQ-FAT-REG
           IF FSTATUS-FAT NOT EQUAL "00"
              STRING "ERRO AO ATUALIZAR FATURA - FS " FSTATUS-FAT
                INTO WS-REJ-MOTIVO
              GO TO 110-REJEITA
           END-IF
      *
           GO TO 110-FIM.
      *
       110-REJEITA.
           MOVE RETORNO-REG(1:7)  TO WS-REJ-FATURA
           MOVE RETORNO-REG(8:3)  TO WS-REJ-CSTAT
           WRITE REJEITO-NFE-REG FROM WS-REJ-LINHA
           ADD 1 TO WS-REJEITADAS.
      *
       110-FIM.
           EXIT.

      *-----------------------------------*
      *    LISTA DE ACOMPANHAMENTO: FATURAS COM NF-E SEM RETORNO,
      *    DENEGADA OU REJEITADA.
      *-----------------------------------*
      *
       200-LISTA-PENDENCIAS SECTION.
      *
           OPEN OUTPUT PENDENCIA-NFE
           WRITE PENDENCIA-NFE-REG FROM WS-PEND-CAB
      *
           MOVE ZEROS TO NUM-FATURA
           START ARQ-FATURA KEY IS NOT LESS THAN NUM-FATURA
              INVALID KEY
                 GO TO 200-ENCERRA
           END-START
      *
           READ ARQ-FATURA NEXT RECORD
           PERFORM UNTIL FSTATUS-FAT NOT EQUAL "00"
              IF FAT-NFE-PENDENTE
                 OR FAT-NFE-DENEGADA
                 OR FAT-NFE-REJEITADA
                 EVALUATE TRUE
                    WHEN FAT-NFE-PENDENTE
                       MOVE "PENDENTE"  TO WS-PEND-SITUACAO
                    WHEN FAT-NFE-DENEGADA
                       MOVE "DENEGADA"  TO WS-PEND-SITUACAO
                    WHEN OTHER
                       MOVE "REJEITADA" TO WS-PEND-SITUACAO
                 END-EVALUATE
                 MOVE NUM-FATURA       TO WS-PEND-FATURA
                 MOVE FAT-NUM-PEDIDO   TO WS-PEND-PEDIDO
                 MOVE FAT-COD-CLI      TO WS-PEND-CLIENTE
                 MOVE FAT-COD-VEND     TO WS-PEND-VENDEDOR
                 MOVE FAT-DATA-EMISSAO TO WS-PEND-EMISSAO
                 MOVE FAT-VALOR        TO WS-PEND-VALOR
                 MOVE FAT-NFE-MOTIVO   TO WS-PEND-MOTIVO
                 WRITE PENDENCIA-NFE-REG FROM WS-PEND-LINHA
                 ADD 1 TO WS-PENDENTES
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM.
      *
       200-ENCERRA.
           CLOSE PENDENCIA-NFE.
      *
       200-FIM.
           EXIT.
      *
       END PROGRAM RETNFE.
      *-----------------------------------*
