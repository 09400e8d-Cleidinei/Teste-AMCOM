       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GRVINTER.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    GRAVADOR DO REGISTRO DE INTERACOES COM O CLIENTE
      *    (INTERACOES): RECEBE DO PROGRAMA CHAMADOR CLIENTE, DATA,
      *    VENDEDOR, CANAL, RESULTADO, ANOTACAO, DATA DE RETORNO,
      *    ORIGEM E OPERADOR; VALIDA CANAL E DATAS, ATRIBUI A
      *    PROXIMA SEQUENCIA DO CLIENTE NA DATA, CARIMBA DATA E
      *    HORA E GRAVA, CRIANDO O ARQUIVO NA PRIMEIRA UTILIZACAO.
      *    VENDEDOR E CLIENTE JA CHEGAM VALIDADOS PELO CHAMADOR.
      *    DEVOLVE A SEQUENCIA GRAVADA E A MENSAGEM EM BRANCO
      *    QUANDO GRAVOU; SENAO A MENSAGEM TRAZ O MOTIVO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INTERACAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS INT-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-INTERACAO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-INTERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'INTERACOES'.
       COPY "BOOKINT.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FS-INTERACAO            PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-PROXIMA-SEQ          PIC 9(004) VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-GRVINTER.
           03  GINT-COD-CLI        PIC 9(007).
           03  GINT-DATA           PIC 9(008).
           03  GINT-COD-VEND       PIC 9(003).
           03  GINT-CANAL          PIC X(001).
           03  GINT-RESULTADO      PIC X(002).
           03  GINT-NOTA           PIC X(120).
           03  GINT-DATA-RETORNO   PIC 9(008).
           03  GINT-ORIGEM         PIC X(001).
           03  GINT-OPERADOR       PIC 9(003).
           03  GINT-SEQ            PIC 9(003).
           03  GINT-MSG            PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-GRVINTER.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO GINT-MSG
           MOVE ZEROS  TO GINT-SEQ
      *
           IF GINT-CANAL NOT EQUAL "V" AND NOT EQUAL "T"
                     AND NOT EQUAL "E"
              MOVE "CANAL INVALIDO (V, T OU E)" TO GINT-MSG
              GOBACK
           END-IF
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(GINT-DATA) NOT EQUAL ZEROS
              MOVE "DATA DO CONTATO INVALIDA" TO GINT-MSG
              GOBACK
           END-IF
      *
           IF GINT-DATA-RETORNO NOT EQUAL ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(GINT-DATA-RETORNO)
                 NOT EQUAL ZEROS
                 MOVE "DATA DE RETORNO INVALIDA" TO GINT-MSG
                 GOBACK
              END-IF
              IF GINT-DATA-RETORNO LESS THAN GINT-DATA
                 MOVE "RETORNO ANTERIOR AO CONTATO" TO GINT-MSG
                 GOBACK
              END-IF
           END-IF
      *
           OPEN I-O ARQ-INTERACAO
           IF FS-INTERACAO EQUAL "35"
              CLOSE ARQ-INTERACAO
              OPEN OUTPUT ARQ-INTERACAO
              CLOSE ARQ-INTERACAO
              OPEN I-O ARQ-INTERACAO
           END-IF
      *
           IF FS-INTERACAO NOT EQUAL "00"
              CLOSE ARQ-INTERACAO
              STRING "ERRO AO ABRIR INTERACOES - FS " FS-INTERACAO
                DELIMITED BY SIZE INTO GINT-MSG
              GOBACK
           END-IF
      *
           PERFORM 100-PROXIMA-SEQUENCIA
      *
           IF WS-PROXIMA-SEQ GREATER THAN 999
              CLOSE ARQ-INTERACAO
              MOVE "LIMITE DE CONTATOS NO DIA ATINGIDO" TO GINT-MSG
              GOBACK
           END-IF
      *
           INITIALIZE ARQ-INT-REG
           MOVE GINT-COD-CLI       TO INT-COD-CLI
           MOVE GINT-DATA          TO INT-DATA
           MOVE WS-PROXIMA-SEQ     TO INT-SEQ
           MOVE GINT-COD-VEND      TO INT-COD-VEND
           MOVE GINT-CANAL         TO INT-CANAL
           MOVE GINT-RESULTADO     TO INT-RESULTADO
           MOVE GINT-NOTA          TO INT-NOTA
           MOVE GINT-DATA-RETORNO  TO INT-DATA-RETORNO
           MOVE GINT-ORIGEM        TO INT-ORIGEM
           MOVE GINT-OPERADOR      TO INT-OPERADOR
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO INT-DATA-REGISTRO
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO INT-HORA-REGISTRO
      *
           WRITE ARQ-INT-REG
           IF FS-INTERACAO EQUAL "00"
              MOVE INT-SEQ TO GINT-SEQ
           ELSE
              STRING "ERRO AO GRAVAR INTERACAO - FS " FS-INTERACAO
                DELIMITED BY SIZE INTO GINT-MSG
           END-IF
      *
           CLOSE ARQ-INTERACAO
      *
           GOBACK.

      *-----------------------------------*
      *    MAIOR SEQUENCIA JA GRAVADA PARA O CLIENTE NA DATA + 1
      *-----------------------------------*
      *
       100-PROXIMA-SEQUENCIA SECTION.
      *
           MOVE 1            TO WS-PROXIMA-SEQ
           MOVE GINT-COD-CLI TO INT-COD-CLI
           MOVE GINT-DATA    TO INT-DATA
           MOVE ZEROS        TO INT-SEQ
           START ARQ-INTERACAO KEY IS NOT LESS THAN INT-CHAVE
              INVALID KEY
                 GO TO 100-FIM
           END-START
      *
           READ ARQ-INTERACAO NEXT RECORD
           PERFORM UNTIL FS-INTERACAO NOT EQUAL "00"
                      OR INT-COD-CLI NOT EQUAL GINT-COD-CLI
                      OR INT-DATA    NOT EQUAL GINT-DATA
              COMPUTE WS-PROXIMA-SEQ = INT-SEQ + 1
              READ ARQ-INTERACAO NEXT RECORD
           END-PERFORM.
      *
       100-FIM.
           EXIT.
      *
       END PROGRAM GRVINTER.
      *-----------------------------------*
