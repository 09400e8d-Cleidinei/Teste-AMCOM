       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELPRECO.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    LISTA DE PRECOS POR FILIAL PARA A EQUIPE DE VENDAS.
      *    LISTAPRC.TXT TRAZ, PARA CADA FILIAL, OS PRODUTOS ATIVOS
      *    COM O PRECO VIGENTE NA DATA DE REFERENCIA PARA CLIENTE
      *    SEM CLASSE E PARA AS CLASSES ABC A, B E C, PELA MESMA
      *    REGRA DA DIGITACAO DE PEDIDOS (PRECOTAB). PRECO SEM
      *    TABELA VIGENTE SAI COM O PRECO DO CADASTRO, MARCADO COM
      *    ASTERISCO. FILIAL ZERO LISTA TODAS AS FILIAIS ATIVAS DO
      *    CADASTRO FILIAIS; DATA ZERO USA A DATA DO DIA.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-PROD
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PROD.
           SELECT ARQ-FILIAL    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FIL-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FIL.
           SELECT PRECO-REL     ASSIGN TO "LISTAPRC.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PRODUTOS'.
       COPY "BOOKPROD.CPY".
      *
       FD  ARQ-FILIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FILIAIS'.
       COPY "BOOKFIL.CPY".
      *
       FD  PRECO-REL.
       01  PRECO-REG PIC X(132).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-PROD            PIC X(002) VALUE "00".
       77  FSTATUS-FIL             PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-REF             PIC 9(008) VALUE ZEROS.
       77  WS-NOME-FILIAL          PIC X(030) VALUE SPACES.
       77  WS-FILIAL-CORRENTE      PIC 9(002) VALUE ZEROS.
       77  WS-IDX-CLASSE           PIC 9(001) VALUE ZEROS.
       77  WS-QTD-FILIAIS          PIC 9(003) VALUE ZEROS.
       77  WS-QTD-LINHAS           PIC 9(007) VALUE ZEROS.
       77  WS-QTD-FILIAIS-ED       PIC ZZ9.
       77  WS-QTD-LINHAS-ED        PIC ZZZZZZ9.
       01  WS-CLASSES              PIC X(004) VALUE " ABC".
       01  WS-CLASSES-R REDEFINES WS-CLASSES.
           03 WS-CLASSE-TAB        PIC X(001) OCCURS 4 TIMES.
      *-----------------------------------*
      *    PRECO DE CADA CLASSE NA DATA DE REFERENCIA (PRECOTAB)
      *-----------------------------------*
       01  PARAM-PRECOTAB.
           03 WS-PTB-COD-PROD      PIC 9(005) VALUE ZEROS.
           03 WS-PTB-COD-CLI       PIC 9(007) VALUE ZEROS.
           03 WS-PTB-FILIAL        PIC 9(002) VALUE ZEROS.
           03 WS-PTB-CLASSE        PIC X(001) VALUE SPACES.
           03 WS-PTB-DATA          PIC 9(008) VALUE ZEROS.
           03 WS-PTB-PRECO         PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-PTB-ORIGEM        PIC X(001) VALUE SPACES.
              88 WS-PTB-DA-TABELA             VALUE "T".
           03 WS-PTB-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
       01  WS-CAB1.
           03 FILLER               PIC X(022) VALUE
              "LISTA DE PRECOS - FIL ".
           03 WS-CAB1-FILIAL       PIC 9(002) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACES.
           03 WS-CAB1-NOME         PIC X(030) VALUE SPACES.
           03 FILLER               PIC X(018) VALUE
              "   VIGENTES EM:   ".
           03 WS-CAB1-DATA         PIC 9999/99/99.
       01  WS-CAB2.
           03 FILLER               PIC X(047) VALUE
              "CODIGO DESCRICAO".
           03 FILLER               PIC X(013) VALUE
              "   SEM CLASSE".
           03 FILLER               PIC X(013) VALUE
              "     CLASSE A".
           03 FILLER               PIC X(013) VALUE
              "     CLASSE B".
           03 FILLER               PIC X(013) VALUE
              "     CLASSE C".
       01  WS-TRACO                PIC X(132) VALUE ALL "-".
       01  WS-DET.
           03 WS-DET-COD-PROD      PIC 9(005)        VALUE ZEROS.
           03 FILLER               PIC X(002)        VALUE SPACES.
           03 WS-DET-DESCRICAO     PIC X(040)        VALUE SPACES.
           03 WS-DET-PRECOS OCCURS 4 TIMES.
              05 FILLER            PIC X(002) VALUE SPACES.
              05 WS-DET-PRECO      PIC ZZZZZZ9,99.
              05 WS-DET-MARCA      PIC X(001) VALUE SPACES.
       01  WS-RODAPE.
           03 FILLER               PIC X(060)        VALUE
              "(*) SEM TABELA VIGENTE - PRECO DO CADASTRO DE PRODUTOS".
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RELPRECO.
           03  RELPRECO-FILIAL     PIC 9(002).
           03  RELPRECO-DATA       PIC 9(008).
           03  RELPRECO-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RELPRECO.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO RELPRECO-MSG
           MOVE ZEROS  TO WS-QTD-FILIAIS
           MOVE ZEROS  TO WS-QTD-LINHAS
      *
           MOVE RELPRECO-DATA TO WS-DATA-REF
           IF WS-DATA-REF EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-REF
           END-IF
      *
           OPEN INPUT ARQ-PRODUTO
           IF FSTATUS-PROD NOT EQUAL "00"
              CLOSE ARQ-PRODUTO
              MOVE "RELPRECO: ARQUIVO DE PRODUTOS NAO ENCONTRADO"
                TO RELPRECO-MSG
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-FILIAL
      *
      *    FILIAL INFORMADA TEM DE EXISTIR NO CADASTRO
           IF RELPRECO-FILIAL NOT EQUAL ZEROS
              MOVE RELPRECO-FILIAL TO FIL-CODIGO
              READ ARQ-FILIAL RECORD
                KEY IS FIL-CODIGO
              IF FSTATUS-FIL NOT EQUAL "00"
                 CLOSE ARQ-FILIAL
                 CLOSE ARQ-PRODUTO
                 MOVE "RELPRECO: ERRO AO LER A FILIAL INFORMADA"
                   TO RELPRECO-MSG
                 GOBACK
              END-IF
           END-IF
      *
           OPEN OUTPUT PRECO-REL
      *
           EVALUATE TRUE
              WHEN RELPRECO-FILIAL NOT EQUAL ZEROS
                 MOVE FIL-CODIGO TO WS-FILIAL-CORRENTE
                 MOVE FIL-NOME   TO WS-NOME-FILIAL
                 PERFORM 100-LISTA-FILIAL
              WHEN FSTATUS-FIL NOT EQUAL "00"
      *          SEM CADASTRO DE FILIAIS: LISTA UNICA COM AS TABELAS
      *          GERAIS (FILIAL ZERO)
                 MOVE ZEROS TO WS-FILIAL-CORRENTE
                 MOVE "TODAS AS FILIAIS" TO WS-NOME-FILIAL
                 PERFORM 100-LISTA-FILIAL
              WHEN OTHER
                 READ ARQ-FILIAL NEXT RECORD
                 PERFORM UNTIL FSTATUS-FIL NOT EQUAL "00"
                    IF FIL-ATIVA
                       MOVE FIL-CODIGO TO WS-FILIAL-CORRENTE
                       MOVE FIL-NOME   TO WS-NOME-FILIAL
                       PERFORM 100-LISTA-FILIAL
                    END-IF
                    READ ARQ-FILIAL NEXT RECORD
                 END-PERFORM
           END-EVALUATE
      *
           IF WS-QTD-LINHAS GREATER THAN ZEROS
              WRITE PRECO-REG FROM WS-RODAPE
           END-IF
      *
           CLOSE PRECO-REL
           CLOSE ARQ-FILIAL
           CLOSE ARQ-PRODUTO
      *
           MOVE WS-QTD-FILIAIS TO WS-QTD-FILIAIS-ED
           MOVE WS-QTD-LINHAS  TO WS-QTD-LINHAS-ED
           MOVE SPACES TO RELPRECO-MSG
           STRING "LISTAPRC - FILIAIS:" WS-QTD-FILIAIS-ED
                  " ITENS:" WS-QTD-LINHAS-ED
             DELIMITED BY SIZE INTO RELPRECO-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    UMA FILIAL: CABECALHO COM NOME E DATA DE REFERENCIA E UMA
      *    LINHA POR PRODUTO ATIVO, EM ORDEM DE CODIGO.
      *-----------------------------------*
      *
       100-LISTA-FILIAL SECTION.
      *
           ADD 1 TO WS-QTD-FILIAIS
           MOVE WS-FILIAL-CORRENTE TO WS-CAB1-FILIAL
           MOVE WS-NOME-FILIAL     TO WS-CAB1-NOME
           MOVE WS-DATA-REF        TO WS-CAB1-DATA
           IF WS-QTD-FILIAIS GREATER THAN 1
              MOVE SPACES TO PRECO-REG
              WRITE PRECO-REG
           END-IF
           WRITE PRECO-REG FROM WS-CAB1
           WRITE PRECO-REG FROM WS-TRACO
           WRITE PRECO-REG FROM WS-CAB2
           WRITE PRECO-REG FROM WS-TRACO
      *
           MOVE ZEROS TO COD-PROD
           START ARQ-PRODUTO KEY IS NOT LESS THAN COD-PROD
              INVALID KEY
                 GO TO 100-FIM
           END-START
      *
           READ ARQ-PRODUTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PROD NOT EQUAL "00"
              IF PROD-ATIVO
                 PERFORM 110-LINHA-PRODUTO
              END-IF
              READ ARQ-PRODUTO NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PROD.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    PRECO DO PRODUTO CORRENTE PARA CADA CLASSE (BRANCO, A, B
      *    E C) NA FILIAL E DATA DA LISTA.
      *-----------------------------------*
      *
       110-LINHA-PRODUTO SECTION.
      *
           MOVE COD-PROD       TO WS-DET-COD-PROD
           MOVE DESCRICAO-PROD TO WS-DET-DESCRICAO
      *
           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                   UNTIL WS-IDX-CLASSE > 4
              MOVE COD-PROD           TO WS-PTB-COD-PROD
              MOVE ZEROS              TO WS-PTB-COD-CLI
              MOVE WS-FILIAL-CORRENTE TO WS-PTB-FILIAL
              MOVE WS-CLASSE-TAB(WS-IDX-CLASSE) TO WS-PTB-CLASSE
              MOVE WS-DATA-REF        TO WS-PTB-DATA
              MOVE PRECO-PROD         TO WS-PTB-PRECO
              CALL "PRECOTAB" USING PARAM-PRECOTAB
              MOVE WS-PTB-PRECO TO WS-DET-PRECO(WS-IDX-CLASSE)
              IF WS-PTB-DA-TABELA
                 MOVE SPACES TO WS-DET-MARCA(WS-IDX-CLASSE)
              ELSE
                 MOVE "*"    TO WS-DET-MARCA(WS-IDX-CLASSE)
              END-IF
           END-PERFORM
      *
           WRITE PRECO-REG FROM WS-DET
           ADD 1 TO WS-QTD-LINHAS.
      *
       END PROGRAM RELPRECO.
      *-----------------------------------*
