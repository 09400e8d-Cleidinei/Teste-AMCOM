       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUSCAQPL.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    QUOTA DE UM VENDEDOR NUM ANO-MES: A DO PLANO MENSAL
      *    (QUOTAPLAN) QUANDO HA PLANO PARA O MES, SENAO O
      *    QUOTA-VEND DO CADVENDEDOR. DEVOLVE TAMBEM A ORIGEM DA
      *    QUOTA. USADO PELO RELQUOTA, PELO FECHACOM E PELO RELPLANO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-QUOTAPLAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'QUOTAPLAN'.
       COPY "BOOKQPL.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-QPL             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-BUSCAQPL.
           03  BUSCAQPL-COD-VEND   PIC 9(003).
           03  BUSCAQPL-ANO-MES    PIC 9(006).
           03  BUSCAQPL-QUOTA      PIC 9(007)V9(002).
           03  BUSCAQPL-ORIGEM     PIC X(001).
               88 BUSCAQPL-PLANO               VALUE "P".
               88 BUSCAQPL-CADASTRO            VALUE "V".
               88 BUSCAQPL-SEM-QUOTA           VALUE " ".
           03  BUSCAQPL-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-BUSCAQPL.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO BUSCAQPL-MSG
           MOVE ZEROS  TO BUSCAQPL-QUOTA
           SET BUSCAQPL-SEM-QUOTA TO TRUE
      *
           IF BUSCAQPL-COD-VEND EQUAL ZEROS
              GOBACK
           END-IF
      *
           PERFORM 100-QUOTA-DO-PLANO
      *
           IF BUSCAQPL-SEM-QUOTA
              PERFORM 200-QUOTA-CADASTRO
           END-IF
      *
           GOBACK.

      *-----------------------------------*
      *
       100-QUOTA-DO-PLANO SECTION.
      *
           OPEN INPUT ARQ-QUOTAPLAN
           IF FSTATUS-QPL NOT EQUAL "00"
              CLOSE ARQ-QUOTAPLAN
              GO TO 100-FIM
           END-IF
      *
           MOVE BUSCAQPL-ANO-MES  TO QPL-ANO-MES
           MOVE BUSCAQPL-COD-VEND TO QPL-COD-VEND
           READ ARQ-QUOTAPLAN RECORD
             KEY IS QPL-CHAVE
           IF FSTATUS-QPL EQUAL "00"
              MOVE QPL-QUOTA TO BUSCAQPL-QUOTA
              SET BUSCAQPL-PLANO TO TRUE
           END-IF
      *
           CLOSE ARQ-QUOTAPLAN.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    MES SEM PLANO: QUOTA FIXA DO CADASTRO DO VENDEDOR
      *-----------------------------------*
      *
       200-QUOTA-CADASTRO SECTION.
      *
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              MOVE "BUSCAQPL: CADVENDEDOR NAO ENCONTRADO"
                TO BUSCAQPL-MSG
              GO TO 200-FIM
           END-IF
      *
           MOVE BUSCAQPL-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              MOVE QUOTA-VEND TO BUSCAQPL-QUOTA
              SET BUSCAQPL-CADASTRO TO TRUE
           END-IF
      *
           CLOSE ARQ-VENDEDOR.
      *
       200-FIM.
           EXIT.
      *
       END PROGRAM BUSCAQPL.
      *-----------------------------------*
