       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUSCAEQP.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    EQUIPE DE UM VENDEDOR NUMA DATA. VALE O REGISTRO DO
      *    HISTORICO SUPERVHIST DE MAIOR INICIO DE VIGENCIA QUE NAO
      *    PASSA DA DATA INFORMADA (ZERO = HOJE); VENDEDOR SEM
      *    HISTORICO FICA COM O SUPERV-VEND DO CADVENDEDOR. QUANDO O
      *    SUPERVISOR ESTA NO CADASTRO EQUIPES DEVOLVE TAMBEM O NOME
      *    DA EQUIPE E O PERCENTUAL DE SUPERVISAO. USADO PELO
      *    FECHAMENTO DE COMISSOES E PELOS RELATORIOS CONSOLIDADOS
      *    POR EQUIPE.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUPERVHIST ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS SVH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-SVH.
           SELECT ARQ-EQUIPE    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EQP-COD-SUPERV
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-EQP.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SUPERVHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SUPERVHIST'.
       COPY "BOOKSVH.CPY".
      *
       FD  ARQ-EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'EQUIPES'.
       COPY "BOOKEQP.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-SVH             PIC X(002) VALUE "00".
       77  FSTATUS-EQP             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  WS-DATA-REF             PIC 9(008) VALUE ZEROS.
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       01  WS-HIST-SW              PIC X(001) VALUE "N".
           88 WS-VEND-COM-HIST                VALUE "S".
           88 WS-VEND-SEM-HIST                VALUE "N".
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-BUSCAEQP.
           03  BUSCAEQP-COD-VEND   PIC 9(003).
           03  BUSCAEQP-DATA       PIC 9(008).
           03  BUSCAEQP-COD-SUPERV PIC 9(003).
           03  BUSCAEQP-ORIGEM     PIC X(001).
               88 BUSCAEQP-HISTORICO           VALUE "H".
               88 BUSCAEQP-CADASTRO-VEND       VALUE "V".
               88 BUSCAEQP-SEM-EQUIPE          VALUE " ".
           03  BUSCAEQP-CADASTRO   PIC X(001).
               88 BUSCAEQP-CADASTRADA          VALUE "S".
               88 BUSCAEQP-NAO-CADASTRADA      VALUE "N".
           03  BUSCAEQP-NOME       PIC X(040).
           03  BUSCAEQP-PERC-SUPERV PIC 9(002)V9(002).
           03  BUSCAEQP-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-BUSCAEQP.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO BUSCAEQP-MSG
                          BUSCAEQP-NOME
           MOVE ZEROS  TO BUSCAEQP-COD-SUPERV
                          BUSCAEQP-PERC-SUPERV
           SET BUSCAEQP-SEM-EQUIPE     TO TRUE
           SET BUSCAEQP-NAO-CADASTRADA TO TRUE
      *
           IF BUSCAEQP-COD-VEND EQUAL ZEROS
              GOBACK
           END-IF
      *
           IF BUSCAEQP-DATA EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-REF
           ELSE
              MOVE BUSCAEQP-DATA TO WS-DATA-REF
           END-IF
      *
           SET WS-VEND-SEM-HIST TO TRUE
           PERFORM 100-SUPERVISOR-NA-DATA
      *
           IF WS-VEND-SEM-HIST
              PERFORM 150-SUPERVISOR-CADASTRO
           END-IF
      *
           IF BUSCAEQP-COD-SUPERV NOT EQUAL ZEROS
              PERFORM 200-DADOS-DA-EQUIPE
           END-IF
      *
           GOBACK.

      *-----------------------------------*
      *    ULTIMA DESIGNACAO DO HISTORICO INICIADA ATE A DATA. UMA
      *    DESIGNACAO PARA ZERO TIRA O VENDEDOR DA EQUIPE, E ANTES DA
      *    PRIMEIRA DESIGNACAO O VENDEDOR COM HISTORICO NAO TINHA
      *    EQUIPE; EM NENHUM DOS DOIS CASOS VALE O CADVENDEDOR.
      *-----------------------------------*
      *
       100-SUPERVISOR-NA-DATA SECTION.
      *
           OPEN INPUT ARQ-SUPERVHIST
           IF FSTATUS-SVH NOT EQUAL "00"
              CLOSE ARQ-SUPERVHIST
              GO TO 100-FIM
           END-IF
      *
           MOVE BUSCAEQP-COD-VEND TO SVH-COD-VEND
           MOVE ZEROS             TO SVH-DATA-INICIO
           START ARQ-SUPERVHIST KEY IS NOT LESS THAN SVH-CHAVE
              INVALID KEY
                 CLOSE ARQ-SUPERVHIST
                 GO TO 100-FIM
           END-START
      *
           READ ARQ-SUPERVHIST NEXT RECORD
           IF FSTATUS-SVH EQUAL "00"
              AND SVH-COD-VEND EQUAL BUSCAEQP-COD-VEND
              SET WS-VEND-COM-HIST TO TRUE
           END-IF
           PERFORM UNTIL FSTATUS-SVH NOT EQUAL "00"
                      OR SVH-COD-VEND NOT EQUAL BUSCAEQP-COD-VEND
                      OR SVH-DATA-INICIO GREATER THAN WS-DATA-REF
              MOVE SVH-COD-SUPERV TO BUSCAEQP-COD-SUPERV
              SET BUSCAEQP-HISTORICO TO TRUE
              READ ARQ-SUPERVHIST NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-SUPERVHIST.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    VENDEDOR SEM NENHUMA DESIGNACAO NO HISTORICO
      *-----------------------------------*
      *
       150-SUPERVISOR-CADASTRO SECTION.
      *
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              GO TO 150-FIM
           END-IF
      *
           MOVE BUSCAEQP-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              AND SUPERV-VEND IS NUMERIC
              AND SUPERV-VEND NOT EQUAL ZEROS
              MOVE SUPERV-VEND TO BUSCAEQP-COD-SUPERV
              SET BUSCAEQP-CADASTRO-VEND TO TRUE
           END-IF
      *
           CLOSE ARQ-VENDEDOR.
      *
       150-FIM.
           EXIT.

      *-----------------------------------*
      *    NOME E PERCENTUAL DE SUPERVISAO NO CADASTRO EQUIPES
      *-----------------------------------*
      *
       200-DADOS-DA-EQUIPE SECTION.
      *
           OPEN INPUT ARQ-EQUIPE
           IF FSTATUS-EQP NOT EQUAL "00"
              CLOSE ARQ-EQUIPE
              GO TO 200-FIM
           END-IF
      *
           MOVE BUSCAEQP-COD-SUPERV TO EQP-COD-SUPERV
           READ ARQ-EQUIPE RECORD
             KEY IS EQP-COD-SUPERV
           IF FSTATUS-EQP EQUAL "00"
              SET BUSCAEQP-CADASTRADA TO TRUE
              MOVE EQP-NOME        TO BUSCAEQP-NOME
              MOVE EQP-PERC-SUPERV TO BUSCAEQP-PERC-SUPERV
           END-IF
      *
           CLOSE ARQ-EQUIPE.
      *
       200-FIM.
           EXIT.
      *
       END PROGRAM BUSCAEQP.
      *-----------------------------------*
