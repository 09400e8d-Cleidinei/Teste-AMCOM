       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRECOTAB.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    BUSCA DO PRECO DE TABELA (TABPRECO) DE UM PRODUTO NUMA
      *    DATA, PARA A FILIAL E A CLASSE ABC DO CLIENTE. USADO PELA
      *    DIGITACAO (CADPED), PELA IMPORTACAO (IMPPED) E PELA
      *    LISTA DE PRECOS (RELPRECO). A CLASSE VEM DO CLASSCLI
      *    QUANDO O CLIENTE E INFORMADO; SEM CLIENTE VALE A CLASSE
      *    PASSADA PELO CHAMADOR. A TABELA MAIS ESPECIFICA GANHA:
      *      1) FILIAL E CLASSE   2) SO FILIAL
      *      3) SO CLASSE         4) GERAL (FILIAL 0, CLASSE BRANCO)
      *    DENTRO DE CADA NIVEL VALE A TABELA COM INICIO ATE A DATA
      *    E FIM IGUAL OU POSTERIOR A ELA (FIM ZERO = EM ABERTO).
      *    SEM TABELA VIGENTE O PRECO RECEBIDO (O PRECO-PROD DO
      *    CADASTRO) VOLTA SEM ALTERACAO, COM ORIGEM "C".
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TABPRECO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TPR-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-TPR.
           SELECT ARQ-CLASSE    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ABC-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ABC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TABPRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TABPRECO'.
       COPY "BOOKTPR.CPY".
      *
       FD  ARQ-CLASSE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CLASSCLI'.
       COPY "BOOKABC.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-TPR             PIC X(002) VALUE "00".
       77  FSTATUS-ABC             PIC X(002) VALUE "00".
       77  WS-CLASSE               PIC X(001) VALUE SPACES.
       77  WS-NIVEL                PIC 9(001) VALUE ZEROS.
       77  WS-BUSCA-FILIAL         PIC 9(002) VALUE ZEROS.
       77  WS-BUSCA-CLASSE         PIC X(001) VALUE SPACES.
       01  WS-ACHOU-SW             PIC X(001) VALUE "N".
           88 WS-ACHOU                        VALUE "S".
           88 WS-NAO-ACHOU                    VALUE "N".
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-PRECOTAB.
           03  PRECOTAB-COD-PROD   PIC 9(005).
           03  PRECOTAB-COD-CLI    PIC 9(007).
           03  PRECOTAB-FILIAL     PIC 9(002).
           03  PRECOTAB-CLASSE     PIC X(001).
           03  PRECOTAB-DATA       PIC 9(008).
      *        ENTRA COM O PRECO DO CADASTRO, SAI COM O DA TABELA
           03  PRECOTAB-PRECO      PIC 9(007)V9(002).
           03  PRECOTAB-ORIGEM     PIC X(001).
               88 PRECOTAB-DA-TABELA           VALUE "T".
               88 PRECOTAB-DO-CADASTRO         VALUE "C".
           03  PRECOTAB-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-PRECOTAB.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO PRECOTAB-MSG
           SET PRECOTAB-DO-CADASTRO TO TRUE
           SET WS-NAO-ACHOU TO TRUE
      *
           MOVE PRECOTAB-CLASSE TO WS-CLASSE
           IF PRECOTAB-COD-CLI NOT EQUAL ZEROS
              PERFORM 100-CLASSE-CLIENTE
           END-IF
      *
           OPEN INPUT ARQ-TABPRECO
           IF FSTATUS-TPR NOT EQUAL "00"
              CLOSE ARQ-TABPRECO
              GOBACK
           END-IF
      *
           PERFORM VARYING WS-NIVEL FROM 1 BY 1
                   UNTIL WS-NIVEL > 4 OR WS-ACHOU
              EVALUATE WS-NIVEL
                 WHEN 1
                    MOVE PRECOTAB-FILIAL TO WS-BUSCA-FILIAL
                    MOVE WS-CLASSE       TO WS-BUSCA-CLASSE
                 WHEN 2
                    MOVE PRECOTAB-FILIAL TO WS-BUSCA-FILIAL
                    MOVE SPACES          TO WS-BUSCA-CLASSE
                 WHEN 3
                    MOVE ZEROS           TO WS-BUSCA-FILIAL
                    MOVE WS-CLASSE       TO WS-BUSCA-CLASSE
                 WHEN 4
                    MOVE ZEROS           TO WS-BUSCA-FILIAL
                    MOVE SPACES          TO WS-BUSCA-CLASSE
              END-EVALUATE
              PERFORM 200-BUSCA-NIVEL
           END-PERFORM
      *
           CLOSE ARQ-TABPRECO
      *
           GOBACK.

      *-----------------------------------*
      *    CLASSE ABC DO CLIENTE NA ULTIMA CLASSIFICACAO. CLIENTE
      *    AINDA NAO CLASSIFICADO FICA SEM CLASSE (SO TABELAS SEM
      *    RESTRICAO DE CLASSE).
      *-----------------------------------*
      *
       100-CLASSE-CLIENTE SECTION.
      *
           MOVE SPACES TO WS-CLASSE
      *
           OPEN INPUT ARQ-CLASSE
           IF FSTATUS-ABC NOT EQUAL "00"
              CLOSE ARQ-CLASSE
              GO TO 100-FIM
           END-IF
      *
           MOVE PRECOTAB-COD-CLI TO ABC-COD-CLI
           READ ARQ-CLASSE RECORD
             KEY IS ABC-COD-CLI
           IF FSTATUS-ABC EQUAL "00"
              MOVE ABC-CLASSE TO WS-CLASSE
           END-IF
      *
           CLOSE ARQ-CLASSE.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    PERCORRE AS VIGENCIAS DO PRODUTO NO NIVEL CORRENTE, EM
      *    ORDEM DE INICIO, E FICA COM A ULTIMA QUE COBRE A DATA.
      *    NIVEL QUE REPETE UM ANTERIOR (FILIAL ZERO OU CLIENTE SEM
      *    CLASSE) SO REFAZ A MESMA BUSCA, SEM EFEITO.
      *-----------------------------------*
      *
       200-BUSCA-NIVEL SECTION.
      *
           MOVE PRECOTAB-COD-PROD TO TPR-COD-PROD
           MOVE WS-BUSCA-FILIAL   TO TPR-FILIAL
           MOVE WS-BUSCA-CLASSE   TO TPR-CLASSE-ABC
           MOVE ZEROS             TO TPR-DATA-INICIO
           START ARQ-TABPRECO KEY IS NOT LESS THAN TPR-CHAVE
              INVALID KEY
                 GO TO 200-FIM
           END-START
      *
           READ ARQ-TABPRECO NEXT RECORD
           PERFORM UNTIL FSTATUS-TPR NOT EQUAL "00"
                      OR TPR-COD-PROD   NOT EQUAL PRECOTAB-COD-PROD
                      OR TPR-FILIAL     NOT EQUAL WS-BUSCA-FILIAL
                      OR TPR-CLASSE-ABC NOT EQUAL WS-BUSCA-CLASSE
                      OR TPR-DATA-INICIO GREATER THAN PRECOTAB-DATA
              IF TPR-DATA-FIM EQUAL ZEROS
                 OR TPR-DATA-FIM NOT LESS THAN PRECOTAB-DATA
                 MOVE TPR-PRECO TO PRECOTAB-PRECO
                 SET PRECOTAB-DA-TABELA TO TRUE
                 SET WS-ACHOU TO TRUE
              END-IF
              READ ARQ-TABPRECO NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-TPR.
      *
       200-FIM.
           EXIT.
      *
       END PROGRAM PRECOTAB.
      *-----------------------------------*
