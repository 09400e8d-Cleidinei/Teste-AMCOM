       IDENTIFICATION DIVISION.
       PROGRAM-ID.   IMPENTRG.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    CARGA EM LOTE DOS COMPROVANTES DE ENTREGA DEVOLVIDOS PELOS
      *    MOTORISTAS: UMA LINHA POR PEDIDO EM ROTA (ROMANEIO) COM O
      *    RESULTADO DA PARADA.
      *    E = ENTREGUE: DATA, VOLUMES ENTREGUES (ZERO = TODOS) E
      *        QUEM RECEBEU. ENTREGA PARCIAL EXIGE O MOTIVO.
      *    F = FALHA: DATA E MOTIVO. O PEDIDO VOLTA PARA A FILA DA
      *        FILIAL E SAI NA PROXIMA CARGA.
      *    MOTIVOS: 01 CLIENTE AUSENTE/FECHADO, 02 RECUSA DO CLIENTE,
      *    03 ENDERECO NAO LOCALIZADO, 04 AVARIA, 05 FALTA DE TEMPO
      *    NA ROTA, 99 OUTROS.
      *    LINHAS RECUSADAS VAO PARA REJENTREG.TXT COM O MOTIVO.
      *    LAYOUT DA LINHA: PEDIDO(7) + SITUACAO(1) + DATA(8,
      *    AAAAMMDD) + VOLUMES(5) + MOTIVO(2) + RECEBEDOR(30).
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
           SELECT ARQ-ENTREGA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ENT-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS ENT-CHAVE-FILA WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTREGA.
           SELECT REJEITO-ENT   ASSIGN TO "REJENTREG.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REJEITO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-IMPORT
           RECORD CONTAINS 53
           LABEL RECORD IS STANDARD.
       01  IMPORT-REG.
           03 IMP-NUM-PEDIDO      PIC 9(007).
           03 IMP-SITUACAO        PIC X(001).
           03 IMP-DATA            PIC 9(008).
           03 IMP-VOLUMES         PIC 9(005).
           03 IMP-MOTIVO          PIC X(002).
              88 IMP-MOTIVO-VALIDO           VALUE "01" "02" "03"
                                                   "04" "05" "99".
           03 IMP-RECEBEDOR       PIC X(030).
      *
       FD  ARQ-ENTREGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ENTREGAS'.
       COPY "BOOKENT.CPY".
      *
       FD  REJEITO-ENT
           RECORD CONTAINS 100
           LABEL RECORD IS STANDARD.
       01  REJEITO-ENT-REG PIC X(100).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FS-IMPORT               PIC X(002) VALUE "00".
       77 FS-ENTREGA              PIC X(002) VALUE "00".
       77 FS-REJEITO              PIC X(002) VALUE "00".
       77 WS-IMPORT-LABEL         PIC X(020) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77 WS-VOL-ENTREGUES        PIC 9(005) VALUE ZEROS.
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
          03 WS-REJ-IMAGEM        PIC X(053)  VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-IMPENTRG.
           03  IMPENTRG-ARQUIVO    PIC X(020).
           03  IMPENTRG-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-IMPENTRG.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           IF IMPENTRG-ARQUIVO EQUAL SPACES
              MOVE "IMPENTRG: INFORMAR ARQUIVO DE ENTRADA"
                TO IMPENTRG-MSG
              GOBACK
           END-IF
      *
           MOVE IMPENTRG-ARQUIVO TO WS-IMPORT-LABEL
           INITIALIZE WS-CONTADORES
      *
           OPEN INPUT ARQ-IMPORT
           IF FS-IMPORT NOT EQUAL "00"
              CLOSE ARQ-IMPORT
              MOVE "IMPENTRG: ARQUIVO NAO ENCONTRADO" TO IMPENTRG-MSG
              GOBACK
           END-IF
      *
           OPEN I-O ARQ-ENTREGA
           IF FS-ENTREGA NOT EQUAL "00"
              CLOSE ARQ-IMPORT
              CLOSE ARQ-ENTREGA
              MOVE "IMPENTRG: ARQUIVO ENTREGAS INEXISTENTE"
                TO IMPENTRG-MSG
              GOBACK
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
      *
           OPEN OUTPUT REJEITO-ENT
           WRITE REJEITO-ENT-REG FROM WS-REJ-CAB
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
           CLOSE ARQ-ENTREGA
           CLOSE REJEITO-ENT
      *
           STRING "LIDOS: "      WS-LIDOS(4:6)
                  " APLIC: "     WS-APLICADOS(4:6)
                  " REJ: "       WS-REJEITADOS(4:6)
             INTO IMPENTRG-MSG
      *
           GOBACK.

      *-----------------------------------*
      *
       100-PROCESSA-LINHA SECTION.
      *
           IF IMP-NUM-PEDIDO IS NOT NUMERIC
              OR IMP-DATA IS NOT NUMERIC
              OR IMP-VOLUMES IS NOT NUMERIC
              MOVE "LINHA COM CAMPO NAO NUMERICO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(IMP-SITUACAO) TO IMP-SITUACAO
           IF IMP-SITUACAO NOT EQUAL "E" AND NOT EQUAL "F"
              MOVE "SITUACAO DEVE SER E OU F" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           MOVE IMP-NUM-PEDIDO TO ENT-NUM-PEDIDO
           READ ARQ-ENTREGA RECORD
             KEY IS ENT-NUM-PEDIDO
           IF FS-ENTREGA NOT EQUAL "00" AND NOT EQUAL "02"
              MOVE "PEDIDO SEM ENTREGA REGISTRADA" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
           IF NOT ENT-EM-ROTA
              MOVE "PEDIDO NAO ESTA EM ROTA" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           IF IMP-DATA LESS THAN ENT-DATA-CARGA
              MOVE "DATA ANTERIOR A CARGA" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
           IF IMP-DATA GREATER THAN WS-DATA-HOJE
              MOVE "DATA FUTURA" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           IF IMP-SITUACAO EQUAL "E"
              PERFORM 200-ENTREGUE
           ELSE
              PERFORM 300-FALHA
           END-IF.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    ENTREGA REALIZADA, TOTAL OU PARCIAL
      *-----------------------------------*
      *
       200-ENTREGUE SECTION.
      *
           MOVE IMP-VOLUMES TO WS-VOL-ENTREGUES
           IF WS-VOL-ENTREGUES EQUAL ZEROS
              MOVE ENT-VOLUMES TO WS-VOL-ENTREGUES
           END-IF
      *
           IF WS-VOL-ENTREGUES GREATER THAN ENT-VOLUMES
              MOVE "VOLUMES ACIMA DO CARREGADO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 200-FIM
           END-IF
           IF WS-VOL-ENTREGUES LESS THAN ENT-VOLUMES
              AND NOT IMP-MOTIVO-VALIDO
              MOVE "ENTREGA PARCIAL SEM MOTIVO VALIDO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 200-FIM
           END-IF
           IF IMP-RECEBEDOR EQUAL SPACES
              MOVE "RECEBEDOR NAO INFORMADO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 200-FIM
           END-IF
      *
           MOVE "E"              TO ENT-SITUACAO
           MOVE IMP-DATA         TO ENT-DATA-ENTREGA
           MOVE WS-VOL-ENTREGUES TO ENT-VOL-ENTREGUES
           MOVE IMP-RECEBEDOR    TO ENT-RECEBEDOR
           IF WS-VOL-ENTREGUES LESS THAN ENT-VOLUMES
              MOVE IMP-MOTIVO    TO ENT-MOTIVO
           ELSE
              MOVE SPACES        TO ENT-MOTIVO
           END-IF
           PERFORM 400-REGRAVA-ENTREGA.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *    TENTATIVA SEM ENTREGA: O PEDIDO VOLTA PARA A FILA
      *-----------------------------------*
      *
       300-FALHA SECTION.
      *
           IF NOT IMP-MOTIVO-VALIDO
              MOVE "FALHA SEM MOTIVO VALIDO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 300-FIM
           END-IF
      *
           MOVE "F"              TO ENT-SITUACAO
           MOVE IMP-DATA         TO ENT-DATA-ENTREGA
           MOVE ZEROS            TO ENT-VOL-ENTREGUES
           MOVE SPACES           TO ENT-RECEBEDOR
           MOVE IMP-MOTIVO       TO ENT-MOTIVO
           ADD 1                 TO ENT-QTD-FALHAS
           PERFORM 400-REGRAVA-ENTREGA.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *
       400-REGRAVA-ENTREGA SECTION.
      *
           REWRITE ARQ-ENT-REG
           IF FS-ENTREGA EQUAL "00" OR "02"
              ADD 1 TO WS-APLICADOS
           ELSE
              MOVE SPACES TO WS-REJ-MOTIVO
              STRING "ERRO AO GRAVAR - FS " FS-ENTREGA
                DELIMITED BY SIZE INTO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
           END-IF.

      *-----------------------------------*
      *
       800-GRAVA-REJEICAO SECTION.
      *
           MOVE IMPORT-REG TO WS-REJ-IMAGEM
           WRITE REJEITO-ENT-REG FROM WS-REJ-LINHA
           ADD 1 TO WS-REJEITADOS.
      *
       END PROGRAM IMPENTRG.
      *-----------------------------------*
