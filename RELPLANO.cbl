       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELPLANO.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    RELATORIO PLANO X REALIZADO POR VENDEDOR NO MES INFORMADO
      *    E ACUMULADO NO ANO (DE JANEIRO ATE O MES INFORMADO). O
      *    REALIZADO E A VENDA LIQUIDA DO MES, NA REGRA DO RELQUOTA:
      *    PEDIDOS ATIVOS MENOS AS DEVOLUCOES DO DEVOL ABATIDAS NO
      *    MES DO PEDIDO DE ORIGEM. O PLANO DE CADA MES E A QUOTA DO
      *    PLANO MENSAL (QUOTAPLAN) OU, SEM PLANO PARA O MES, O
      *    QUOTA-VEND DO CADASTRO (BUSCAQPL); A COLUNA MESES COM
      *    PLANO CONTA QUANTOS MESES DO ACUMULADO VIERAM DO PLANO.
      *    ENTRAM OS VENDEDORES ATIVOS E OS INATIVOS COM VENDA NO
      *    ANO. GERA PLANOREAL.CSV.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-DEVOL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS DEV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-DEV.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT PLANO-REL     ASSIGN TO "PLANOREAL.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *
       FD  ARQ-DEVOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DEVOL'.
       COPY "BOOKDEV.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  PLANO-REL.
       01  PLANO-REG PIC X(160).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-DEV             PIC X(002) VALUE "00".
       77  WS-MES                  PIC 9(002) VALUE ZEROS.
       77  WS-MES-PED              PIC 9(002) VALUE ZEROS.
       77  WS-MESES-PLANO          PIC 9(002) VALUE ZEROS.
       77  WS-PLANO-MES            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-REAL-MES             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-PLANO-ACUM           PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-REAL-ACUM            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-REAL-ANO             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-PERC                 PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-QTD-VEND             PIC 9(004) VALUE ZEROS.
       01  WS-PERIODO.
           03 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
           03 WS-ANO-MES-R REDEFINES WS-ANO-MES.
              05 WS-ANO            PIC 9(004).
              05 WS-MES-FIM        PIC 9(002).
      *-----------------------------------*
      *    VENDA LIQUIDA DO ANO POR VENDEDOR E MES, INDEXADA PELO
      *    PROPRIO COD-VEND (1 A 999) E PELO MES (1 A 12).
      *-----------------------------------*
       01  WS-TOTAIS-VEND.
           03 WS-TOT-ITEM OCCURS 999 TIMES.
              05 WS-TOT-REAL       PIC 9(009)V9(002)
                                   OCCURS 12 TIMES.
      *-----------------------------------*
      *    QUOTA DO VENDEDOR NO MES (BUSCAQPL)
      *-----------------------------------*
       01  PARAMETROS-BUSCAQPL.
           03  WS-BQP-COD-VEND     PIC 9(003) VALUE ZEROS.
           03  WS-BQP-ANO-MES      PIC 9(006) VALUE ZEROS.
           03  WS-BQP-QUOTA        PIC 9(007)V9(002) VALUE ZEROS.
           03  WS-BQP-ORIGEM       PIC X(001) VALUE SPACES.
               88 WS-BQP-PLANO                VALUE "P".
           03  WS-BQP-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
       01  WS-CAB                  PIC X(160) VALUE
           "COD VEND;NOME VENDEDOR;PLANO MES;REAL MES;MES %;PLANO ACUM;R
      -    "EAL ACUM;ACUM %;MESES COM PLANO;SITUACAO".
       01  WS-DET.
           03 WS-DET-COD-VEND      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NOME-VEND     PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PLANO-MES     PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-REAL-MES      PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PERC-MES      PIC ZZ9,99        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PLANO-ACUM    PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-REAL-ACUM     PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PERC-ACUM     PIC ZZ9,99        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-MESES-PLANO   PIC Z9            VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-SITUACAO      PIC X(015)        VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RELPLANO.
           03  RELPLANO-ANO-MES    PIC 9(006).
           03  RELPLANO-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RELPLANO.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE RELPLANO-ANO-MES TO WS-ANO-MES
      *
           IF RELPLANO-ANO-MES IS NOT NUMERIC
              OR WS-ANO LESS THAN 2000
              OR WS-MES-FIM LESS THAN 1
              OR WS-MES-FIM GREATER THAN 12
              MOVE "RELPLANO: INFORMAR ANO-MES (AAAAMM)"
                TO RELPLANO-MSG
              GOBACK
           END-IF
      *
           INITIALIZE WS-TOTAIS-VEND
           MOVE ZEROS TO WS-QTD-VEND
           PERFORM 100-TOTALIZA-PEDIDOS
           PERFORM 150-NETA-DEVOLUCOES
           PERFORM 200-GERA-RELATORIO
      *
           MOVE "RELATORIO PLANO X REALIZADO GERADO" TO RELPLANO-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    PEDIDOS ATIVOS DE JANEIRO ATE O MES INFORMADO, NO MES E
      *    NO VENDEDOR DE CADA PEDIDO.
      *-----------------------------------*
      *
       100-TOTALIZA-PEDIDOS SECTION.
      *
           OPEN INPUT ARQ-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              CLOSE ARQ-PEDIDO
              GO TO 100-FIM
           END-IF
      *
           READ ARQ-PEDIDO NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-PED NOT EQUAL "00"
              IF PED-ATIVO
                 AND DATA-PEDIDO(1:4) EQUAL WS-ANO
                 AND DATA-PEDIDO(5:2) NOT GREATER THAN WS-MES-FIM
                 AND COD-VEND-PED GREATER THAN ZEROS
                 MOVE DATA-PEDIDO(5:2) TO WS-MES-PED
                 ADD VALOR-PEDIDO
                   TO WS-TOT-REAL(COD-VEND-PED, WS-MES-PED)
              END-IF
              READ ARQ-PEDIDO NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-PEDIDO.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    ABATE CADA DEVOLUCAO NO MES E NO VENDEDOR DO PEDIDO DE
      *    ORIGEM (MESMA REGRA DO RELQUOTA).
      *-----------------------------------*
      *
       150-NETA-DEVOLUCOES SECTION.
      *
           OPEN INPUT ARQ-DEVOL
           IF FSTATUS-DEV NOT EQUAL "00"
              CLOSE ARQ-DEVOL
              GO TO 150-FIM
           END-IF
      *
           OPEN INPUT ARQ-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-DEVOL
              GO TO 150-FIM
           END-IF
      *
           READ ARQ-DEVOL NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-DEV NOT EQUAL "00"
              MOVE DEV-NUM-PEDIDO TO NUM-PEDIDO
              READ ARQ-PEDIDO RECORD
                KEY IS NUM-PEDIDO
              IF FSTATUS-PED EQUAL "00"
                 AND PED-ATIVO
                 AND DATA-PEDIDO(1:4) EQUAL WS-ANO
                 AND DATA-PEDIDO(5:2) NOT GREATER THAN WS-MES-FIM
                 AND COD-VEND-PED GREATER THAN ZEROS
                 MOVE DATA-PEDIDO(5:2) TO WS-MES-PED
                 IF DEV-VALOR NOT GREATER THAN
                    WS-TOT-REAL(COD-VEND-PED, WS-MES-PED)
                    SUBTRACT DEV-VALOR
                      FROM WS-TOT-REAL(COD-VEND-PED, WS-MES-PED)
                 ELSE
                    MOVE ZEROS
                      TO WS-TOT-REAL(COD-VEND-PED, WS-MES-PED)
                 END-IF
              END-IF
              READ ARQ-DEVOL NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-DEVOL.
      *
       150-FIM.
           EXIT.

      *-----------------------------------*
      *    UMA LINHA POR VENDEDOR: ATIVOS SEMPRE, INATIVOS SOMENTE
      *    QUANDO TIVERAM VENDA NO ANO ATE O MES INFORMADO.
      *-----------------------------------*
      *
       200-GERA-RELATORIO SECTION.
      *
           OPEN INPUT ARQ-VENDEDOR
           OPEN OUTPUT PLANO-REL
      *
           WRITE PLANO-REG FROM WS-CAB
      *
           READ ARQ-VENDEDOR NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-VEND NOT EQUAL "00"
              MOVE ZEROS TO WS-REAL-ANO
              IF COD-VEND GREATER THAN ZEROS
                 PERFORM VARYING WS-MES FROM 1 BY 1
                         UNTIL WS-MES GREATER THAN WS-MES-FIM
                    ADD WS-TOT-REAL(COD-VEND, WS-MES) TO WS-REAL-ANO
                 END-PERFORM
                 IF VEND-ATIVO
                    OR WS-REAL-ANO GREATER THAN ZEROS
                    PERFORM 210-GRAVA-LINHA-VEND
                 END-IF
              END-IF
              READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-VENDEDOR
           CLOSE PLANO-REL.

      *-----------------------------------*
      *
       210-GRAVA-LINHA-VEND SECTION.
      *
           MOVE ZEROS TO WS-PLANO-ACUM
                         WS-REAL-ACUM
                         WS-MESES-PLANO
      *
           PERFORM VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER THAN WS-MES-FIM
              PERFORM 220-PLANO-DO-MES
           END-PERFORM
      *
           MOVE COD-VEND       TO WS-DET-COD-VEND
           MOVE NOME-VENDEDOR  TO WS-DET-NOME-VEND
           MOVE WS-PLANO-MES   TO WS-DET-PLANO-MES
           MOVE WS-REAL-MES    TO WS-DET-REAL-MES
           MOVE WS-PLANO-ACUM  TO WS-DET-PLANO-ACUM
           MOVE WS-REAL-ACUM   TO WS-DET-REAL-ACUM
           MOVE WS-MESES-PLANO TO WS-DET-MESES-PLANO
      *
           IF WS-PLANO-MES EQUAL ZEROS
              MOVE ZEROS TO WS-PERC
           ELSE
              COMPUTE WS-PERC ROUNDED =
                      WS-REAL-MES * 100 / WS-PLANO-MES
                 ON SIZE ERROR MOVE 999,99 TO WS-PERC
              END-COMPUTE
           END-IF
           MOVE WS-PERC TO WS-DET-PERC-MES
      *
           IF WS-PLANO-ACUM EQUAL ZEROS
              MOVE ZEROS TO WS-PERC
           ELSE
              COMPUTE WS-PERC ROUNDED =
                      WS-REAL-ACUM * 100 / WS-PLANO-ACUM
                 ON SIZE ERROR MOVE 999,99 TO WS-PERC
              END-COMPUTE
           END-IF
           MOVE WS-PERC TO WS-DET-PERC-ACUM
      *
           EVALUATE TRUE
              WHEN WS-PLANO-ACUM EQUAL ZEROS
                 MOVE "SEM PLANO"       TO WS-DET-SITUACAO
              WHEN WS-PERC LESS THAN 100
                 MOVE "ABAIXO DO PLANO" TO WS-DET-SITUACAO
              WHEN OTHER
                 MOVE "OK"              TO WS-DET-SITUACAO
           END-EVALUATE
      *
           WRITE PLANO-REG FROM WS-DET
           ADD 1 TO WS-QTD-VEND.

      *-----------------------------------*
      *    PLANO E REALIZADO DE UM MES SOMADOS NO ACUMULADO; O
      *    ULTIMO MES DO PERIODO E O MES DO RELATORIO.
      *-----------------------------------*
      *
       220-PLANO-DO-MES SECTION.
      *
           MOVE COD-VEND TO WS-BQP-COD-VEND
           COMPUTE WS-BQP-ANO-MES = WS-ANO * 100 + WS-MES
           CALL "BUSCAQPL" USING PARAMETROS-BUSCAQPL
           IF WS-BQP-PLANO
              ADD 1 TO WS-MESES-PLANO
           END-IF
      *
           MOVE WS-BQP-QUOTA               TO WS-PLANO-MES
           MOVE WS-TOT-REAL(COD-VEND, WS-MES) TO WS-REAL-MES
           ADD WS-PLANO-MES TO WS-PLANO-ACUM
           ADD WS-REAL-MES  TO WS-REAL-ACUM.
      *
       END PROGRAM RELPLANO.
      *-----------------------------------*
