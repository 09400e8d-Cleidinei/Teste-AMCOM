      *    MESMAS VALIDACOES DA TELA CADVIS. LINHAS INVALIDAS VAO
      *    PARA REJVIS.TXT COM O MOTIVO.
      *    LAYOUT DA LINHA: VENDEDOR(3) + CLIENTE(7) + DATA(8) +
      *    RESULTADO(2) + RETORNO(8, OPCIONAL) + ANOTACAO(72,
      *    OPCIONAL) + PACOTE(7). CADA VISITA GRAVADA ENTRA TAMBEM
      *    NO REGISTRO DE INTERACOES DO CLIENTE (GRVINTER) COM A
      *    ANOTACAO E A DATA COMBINADA PARA O RETORNO.
      *    O PACOTE E O NUMERO DO PACOTE DE CAMPO (PACCAMPO) COM QUE
      *    A VISITA FOI CAPTURADA; PARA VENDEDOR QUE JA RECEBEU
      *    PACOTE SO VALE O VIGENTE OU O ANTERIOR DO CONTROLE PACCTL.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-PACCTL    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAC-COD-VEND
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PACCTL.
           SELECT REJEITO-VIS   ASSIGN TO "REJVIS.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-IMPORT
           RECORD CONTAINS 107
           LABEL RECORD IS STANDARD.
       01  IMPORT-REG.
           03 IMP-COD-VEND        PIC 9(003).
           03 IMP-COD-CLI         PIC 9(007).
           03 IMP-DATA            PIC 9(008).
           03 IMP-RESULTADO       PIC X(002).
           03 IMP-RETORNO         PIC X(008).
           03 IMP-RETORNO-N REDEFINES IMP-RETORNO
                                  PIC 9(008).
           03 IMP-NOTA            PIC X(072).
           03 IMP-PACOTE-X        PIC X(007).
           03 IMP-PACOTE REDEFINES IMP-PACOTE-X
                                  PIC 9(007).
      *
       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-PACCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PACCTL'.
       COPY "BOOKPAC.CPY".
      *
       FD  REJEITO-VIS
           RECORD CONTAINS 100
       77 FSTATUS-CLI             PIC X(002) VALUE "00".
       77 FSTATUS-VEND            PIC X(002) VALUE "00".
       77 FS-REJEITO              PIC X(002) VALUE "00".
       77 FS-PACCTL               PIC X(002) VALUE "00".
       01 WS-PACCTL-SW            PIC X(001) VALUE "N".
          88 WS-PACCTL-ABERTO                VALUE "S".
          88 WS-PACCTL-FECHADO               VALUE "N".
       77 WS-IMPORT-LABEL         PIC X(020) VALUE SPACES.
       77 WS-DATA-RETORNO         PIC 9(008) VALUE ZEROS.
      *-----------------------------------*
       01 WS-CONTADORES.
          03 WS-LIDOS             PIC 9(009) VALUE ZEROS.
          03 WS-APLICADOS         PIC 9(009) VALUE ZEROS.
          03 WS-REJEITADOS        PIC 9(009) VALUE ZEROS.
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
       01 WS-REJ-CAB              PIC X(100) VALUE
           "MOTIVO;LINHA ORIGINAL".
      *
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           SET WS-PACCTL-FECHADO TO TRUE
           OPEN INPUT ARQ-PACCTL
           IF FS-PACCTL EQUAL "00"
              SET WS-PACCTL-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT REJEITO-VIS
           WRITE REJEITO-VIS-REG FROM WS-REJ-CAB
      *
           CLOSE ARQ-VISITA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           IF WS-PACCTL-ABERTO
              CLOSE ARQ-PACCTL
           END-IF
           CLOSE REJEITO-VIS
      *
           STRING "LIDOS: "      WS-LIDOS(4:6)
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           MOVE ZEROS TO WS-DATA-RETORNO
           IF IMP-RETORNO NOT EQUAL SPACES
              IF IMP-RETORNO-N IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(IMP-RETORNO-N)
                    NOT EQUAL ZEROS
                 OR IMP-RETORNO-N LESS THAN IMP-DATA
                 MOVE "DATA DE RETORNO INVALIDA" TO WS-REJ-MOTIVO
                 PERFORM 800-GRAVA-REJEICAO
                 GO TO 100-FIM
              END-IF
              MOVE IMP-RETORNO-N TO WS-DATA-RETORNO
           END-IF
      *
           MOVE IMP-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           PERFORM 150-VERIFICA-PACOTE
           IF WS-REJ-MOTIVO NOT EQUAL SPACES
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           MOVE IMP-COD-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
           WRITE ARQ-VIS-REG
           IF FS-VISITA EQUAL "00"
              ADD 1 TO WS-APLICADOS
              PERFORM 200-GRAVA-INTERACAO
           ELSE
              IF FS-VISITA EQUAL "22"
                 MOVE "VISITA JA REGISTRADA" TO WS-REJ-MOTIVO
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    CONFERE O PACOTE DE CAMPO DA VISITA COM O CONTROLE PACCTL
      *    DO VENDEDOR. DEVOLVE O MOTIVO EM WS-REJ-MOTIVO (BRANCO SE
      *    ACEITO). VENDEDOR AINDA SEM PACOTE (OU SEM CONTROLE) E
      *    ACEITO.
      *-----------------------------------*
      *
       150-VERIFICA-PACOTE SECTION.
      *
           MOVE SPACES TO WS-REJ-MOTIVO
           IF WS-PACCTL-FECHADO
              GO TO 150-FIM
           END-IF
      *
           MOVE IMP-COD-VEND TO PAC-COD-VEND
           READ ARQ-PACCTL RECORD
             KEY IS PAC-COD-VEND
           IF FS-PACCTL NOT EQUAL "00"
              GO TO 150-FIM
           END-IF
      *
           IF IMP-PACOTE-X EQUAL SPACES
              OR IMP-PACOTE IS NOT NUMERIC
              OR IMP-PACOTE EQUAL ZEROS
              MOVE "PACOTE DE CAMPO NAO INFORMADO" TO WS-REJ-MOTIVO
              GO TO 150-FIM
           END-IF
      *
           IF IMP-PACOTE NOT EQUAL PAC-SEQ-ATUAL
              AND IMP-PACOTE NOT EQUAL PAC-SEQ-ANTERIOR
              MOVE "PACOTE DE CAMPO DESATUALIZADO" TO WS-REJ-MOTIVO
           END-IF.
      *
       150-FIM.
           EXIT.

      *-----------------------------------*
      *    A VISITA APLICADA ENTRA NO REGISTRO DE INTERACOES DO
      *    CLIENTE. FALHA AQUI NAO DESFAZ A VISITA JA GRAVADA.
      *-----------------------------------*
      *
       200-GRAVA-INTERACAO SECTION.
      *
           MOVE IMP-COD-CLI     TO WS-GINT-COD-CLI
           MOVE IMP-DATA        TO WS-GINT-DATA
           MOVE IMP-COD-VEND    TO WS-GINT-COD-VEND
           MOVE "V"             TO WS-GINT-CANAL
           MOVE IMP-RESULTADO   TO WS-GINT-RESULTADO
           MOVE IMP-NOTA        TO WS-GINT-NOTA
           MOVE WS-DATA-RETORNO TO WS-GINT-DATA-RETORNO
           MOVE "L"             TO WS-GINT-ORIGEM
           MOVE ZEROS           TO WS-GINT-OPERADOR
           CALL "GRVINTER" USING PARAMETROS-GRVINTER.

      *-----------------------------------*
      *
       800-GRAVA-REJEICAO SECTION.
