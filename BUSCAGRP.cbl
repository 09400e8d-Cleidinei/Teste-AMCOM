       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUSCAGRP.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    GRUPO ECONOMICO DE UM CLIENTE. O GRUPO INFORMADO NO
      *    CADCLI (GRUPOCLI) PREVALECE; SEM ELE VALE A RAIZ DO CNPJ
      *    (8 PRIMEIROS DIGITOS). CLIENTE SEM CNPJ E SEM GRUPO
      *    INFORMADO FICA SEM GRUPO (ZERO). QUANDO O GRUPO ESTA NO
      *    CADASTRO GRUPOECO DEVOLVE TAMBEM NOME, LIMITE DE CREDITO
      *    DO GRUPO E MATRIZ ESCOLHIDA. USADO PELOS PEDIDOS (LIMITE
      *    DO GRUPO), PELA DISTRIBUICAO E PELOS RELATORIOS
      *    CONSOLIDADOS POR GRUPO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GRUPOCLI  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GCL-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-GCL.
           SELECT ARQ-GRUPOECO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GEC-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-GEC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-GRUPOCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GRUPOCLI'.
       COPY "BOOKGCL.CPY".
      *
       FD  ARQ-GRUPOECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GRUPOECO'.
       COPY "BOOKGEC.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-GCL             PIC X(002) VALUE "00".
       77  FSTATUS-GEC             PIC X(002) VALUE "00".
       01  WS-CNPJ-PARTES.
           03 WS-CNPJ-RAIZ         PIC 9(008) VALUE ZEROS.
           03 WS-CNPJ-ORDEM        PIC 9(004) VALUE ZEROS.
           03 WS-CNPJ-DIGITOS      PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-BUSCAGRP.
           03  BUSCAGRP-COD-CLI    PIC 9(007).
           03  BUSCAGRP-CNPJ       PIC 9(014).
           03  BUSCAGRP-GRUPO      PIC 9(008).
           03  BUSCAGRP-ORIGEM     PIC X(001).
               88 BUSCAGRP-PELA-RAIZ           VALUE "R".
               88 BUSCAGRP-INFORMADO           VALUE "I".
               88 BUSCAGRP-SEM-GRUPO           VALUE " ".
           03  BUSCAGRP-CADASTRO   PIC X(001).
               88 BUSCAGRP-CADASTRADO          VALUE "S".
               88 BUSCAGRP-NAO-CADASTRADO      VALUE "N".
           03  BUSCAGRP-NOME       PIC X(040).
           03  BUSCAGRP-LIMITE     PIC 9(009)V9(002).
           03  BUSCAGRP-COD-MATRIZ PIC 9(007).
           03  BUSCAGRP-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-BUSCAGRP.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO BUSCAGRP-MSG
                          BUSCAGRP-NOME
           MOVE ZEROS  TO BUSCAGRP-GRUPO
                          BUSCAGRP-LIMITE
                          BUSCAGRP-COD-MATRIZ
           SET BUSCAGRP-SEM-GRUPO      TO TRUE
           SET BUSCAGRP-NAO-CADASTRADO TO TRUE
      *
           PERFORM 100-GRUPO-INFORMADO
      *
           IF BUSCAGRP-SEM-GRUPO
              MOVE BUSCAGRP-CNPJ TO WS-CNPJ-PARTES
              IF WS-CNPJ-RAIZ NOT EQUAL ZEROS
                 MOVE WS-CNPJ-RAIZ TO BUSCAGRP-GRUPO
                 SET BUSCAGRP-PELA-RAIZ TO TRUE
              END-IF
           END-IF
      *
           IF BUSCAGRP-GRUPO NOT EQUAL ZEROS
              PERFORM 200-DADOS-DO-GRUPO
           END-IF
      *
           GOBACK.

      *-----------------------------------*
      *    GRUPO INFORMADO NO CADASTRO DO CLIENTE (GRUPOCLI)
      *-----------------------------------*
      *
       100-GRUPO-INFORMADO SECTION.
      *
           IF BUSCAGRP-COD-CLI EQUAL ZEROS
              GO TO 100-FIM
           END-IF
      *
           OPEN INPUT ARQ-GRUPOCLI
           IF FSTATUS-GCL NOT EQUAL "00"
              CLOSE ARQ-GRUPOCLI
              GO TO 100-FIM
           END-IF
      *
           MOVE BUSCAGRP-COD-CLI TO GCL-COD-CLI
           READ ARQ-GRUPOCLI RECORD
             KEY IS GCL-COD-CLI
           IF FSTATUS-GCL EQUAL "00"
              AND GCL-GRUPO NOT EQUAL ZEROS
              MOVE GCL-GRUPO TO BUSCAGRP-GRUPO
              SET BUSCAGRP-INFORMADO TO TRUE
           END-IF
      *
           CLOSE ARQ-GRUPOCLI.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    NOME, LIMITE E MATRIZ DO GRUPO NO CADASTRO GRUPOECO
      *-----------------------------------*
      *
       200-DADOS-DO-GRUPO SECTION.
      *
           OPEN INPUT ARQ-GRUPOECO
           IF FSTATUS-GEC NOT EQUAL "00"
              CLOSE ARQ-GRUPOECO
              GO TO 200-FIM
           END-IF
      *
           MOVE BUSCAGRP-GRUPO TO GEC-CODIGO
           READ ARQ-GRUPOECO RECORD
             KEY IS GEC-CODIGO
           IF FSTATUS-GEC EQUAL "00"
              SET BUSCAGRP-CADASTRADO TO TRUE
              MOVE GEC-NOME        TO BUSCAGRP-NOME
              MOVE GEC-LIMITE-CRED TO BUSCAGRP-LIMITE
              MOVE GEC-COD-MATRIZ  TO BUSCAGRP-COD-MATRIZ
           END-IF
      *
           CLOSE ARQ-GRUPOECO.
      *
       200-FIM.
           EXIT.
      *
       END PROGRAM BUSCAGRP.
      *-----------------------------------*
