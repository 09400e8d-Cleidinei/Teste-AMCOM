       IDENTIFICATION DIVISION.
       PROGRAM-ID.   IMPINTER.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    IMPORTACAO EM LOTE DOS CONTATOS COM CLIENTES (TELEFONE,
      *    E-MAIL OU VISITA) ANOTADOS PELOS VENDEDORES EM CAMPO,
      *    PROCESSADA JUNTO COM O IMPVISIT: LE UM ARQUIVO DE LAYOUT
      *    FIXO (UM CONTATO POR LINHA), VALIDA VENDEDOR E CLIENTE
      *    NOS CADASTROS E GRAVA NO REGISTRO DE INTERACOES PELO
      *    GRVINTER. LINHAS INVALIDAS VAO PARA REJINT.TXT COM O
      *    MOTIVO.
      *    LAYOUT DA LINHA: VENDEDOR(3) + CLIENTE(7) + DATA(8) +
      *    CANAL(1, V/T/E) + RETORNO(8, OPCIONAL) + ANOTACAO(120).
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
           SELECT REJEITO-INT   ASSIGN TO "REJINT.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REJEITO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-IMPORT
           RECORD CONTAINS 150
           LABEL RECORD IS STANDARD.
       01  IMPORT-REG.
           03 IMP-COD-VEND        PIC 9(003).
           03 IMP-COD-CLI         PIC 9(007).
           03 IMP-DATA            PIC 9(008).
           03 IMP-CANAL           PIC X(001).
           03 IMP-RETORNO         PIC X(008).
           03 IMP-RETORNO-N REDEFINES IMP-RETORNO
                                  PIC 9(008).
           03 IMP-NOTA            PIC X(120).
           03 FILLER              PIC X(003).
      *
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
       FD  REJEITO-INT
           RECORD CONTAINS 100
           LABEL RECORD IS STANDARD.
       01  REJEITO-INT-REG PIC X(100).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FS-IMPORT               PIC X(002) VALUE "00".
       77 FSTATUS-CLI             PIC X(002) VALUE "00".
       77 FSTATUS-VEND            PIC X(002) VALUE "00".
       77 FS-REJEITO              PIC X(002) VALUE "00".
       77 WS-IMPORT-LABEL         PIC X(020) VALUE SPACES.
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
      *-----------------------------------*
      *    REGISTRO DA INTERACAO (GRVINTER)
      *-----------------------------------*
       01 PARAMETROS-GRVINTER.
          03 WS-GINT-COD-CLI      PIC 9(007) VALUE ZEROS.
          03 WS-GINT-DATA         PIC 9(008) VALUE ZEROS.
          03 WS-GINT-COD-VEND     PIC 9(003) VALUE ZEROS.
          03 WS-GINT-CANAL        PIC X(001) VALUE SPACES.
          03 WS-GINT-RESULTADO    PIC X(002) VALUE SPACES.
          03 WS-GINT-NOTA         PIC X(120) VALUE SPACES.
          03 WS-GINT-DATA-RETORNO PIC 9(008) VALUE ZEROS.
          03 WS-GINT-ORIGEM       PIC X(001) VALUE SPACES.
          03 WS-GINT-OPERADOR     PIC 9(003) VALUE ZEROS.
          03 WS-GINT-SEQ          PIC 9(003) VALUE ZEROS.
          03 WS-GINT-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-IMPINT.
           03  IMPINT-ARQUIVO      PIC X(020).
           03  IMPINT-MSG          PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-IMPINT.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           IF IMPINT-ARQUIVO EQUAL SPACES
              MOVE "IMPINTER: INFORMAR ARQUIVO DE CONTATOS"
                TO IMPINT-MSG
              GOBACK
           END-IF
      *
           MOVE IMPINT-ARQUIVO TO WS-IMPORT-LABEL
           INITIALIZE WS-CONTADORES
      *
           OPEN INPUT ARQ-IMPORT
           IF FS-IMPORT NOT EQUAL "00"
              CLOSE ARQ-IMPORT
              MOVE "IMPINTER: ARQUIVO NAO ENCONTRADO" TO IMPINT-MSG
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           OPEN OUTPUT REJEITO-INT
           WRITE REJEITO-INT-REG FROM WS-REJ-CAB
      *
           READ ARQ-IMPORT
      *
           PERFORM UNTIL FS-IMPORT NOT EQUAL "00"
              ADD 1 TO WS-LIDOS
              PERFORM 100-PROCESSA-CONTATO
              READ ARQ-IMPORT
           END-PERFORM
      *
           CLOSE ARQ-IMPORT
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE REJEITO-INT
      *
           STRING "LIDOS: "      WS-LIDOS(4:6)
                  " APLIC: "     WS-APLICADOS(4:6)
                  " REJ: "       WS-REJEITADOS(4:6)
             INTO IMPINT-MSG
      *
           GOBACK.

      *-----------------------------------*
      *
       100-PROCESSA-CONTATO SECTION.
      *
           IF IMP-COD-VEND IS NOT NUMERIC
              OR IMP-COD-CLI IS NOT NUMERIC
              OR IMP-DATA IS NOT NUMERIC
              MOVE "LINHA COM CAMPO NAO NUMERICO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           MOVE ZEROS TO WS-GINT-DATA-RETORNO
           IF IMP-RETORNO NOT EQUAL SPACES
              IF IMP-RETORNO-N IS NOT NUMERIC
                 MOVE "DATA DE RETORNO INVALIDA" TO WS-REJ-MOTIVO
                 PERFORM 800-GRAVA-REJEICAO
                 GO TO 100-FIM
              END-IF
              MOVE IMP-RETORNO-N TO WS-GINT-DATA-RETORNO
           END-IF
      *
           MOVE IMP-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND NOT EQUAL "00"
              MOVE "VENDEDOR NAO CADASTRADO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           MOVE IMP-COD-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              MOVE "CLIENTE NAO CADASTRADO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
      *    CANAL, DATA DO CONTATO E DATA DE RETORNO SAO VALIDADOS
      *    PELO GRVINTER, QUE DEVOLVE O MOTIVO DA RECUSA.
           MOVE IMP-COD-CLI   TO WS-GINT-COD-CLI
           MOVE IMP-DATA      TO WS-GINT-DATA
           MOVE IMP-COD-VEND  TO WS-GINT-COD-VEND
           MOVE FUNCTION UPPER-CASE(IMP-CANAL) TO WS-GINT-CANAL
           MOVE SPACES        TO WS-GINT-RESULTADO
           MOVE IMP-NOTA      TO WS-GINT-NOTA
           MOVE "L"           TO WS-GINT-ORIGEM
           MOVE ZEROS         TO WS-GINT-OPERADOR
           CALL "GRVINTER" USING PARAMETROS-GRVINTER
           IF WS-GINT-MSG EQUAL SPACES
              ADD 1 TO WS-APLICADOS
           ELSE
              MOVE WS-GINT-MSG TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
           END-IF.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *
       800-GRAVA-REJEICAO SECTION.
      *
           MOVE IMPORT-REG(1:35) TO WS-REJ-IMAGEM
           WRITE REJEITO-INT-REG FROM WS-REJ-LINHA
           ADD 1 TO WS-REJEITADOS.
      *
       END PROGRAM IMPINTER.
      *-----------------------------------*
