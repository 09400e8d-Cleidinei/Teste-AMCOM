       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PREVVEND.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    PREVISAO DE VENDAS X QUOTA POR VENDEDOR, A PARTIR DA DATA
      *    DE REFERENCIA (ZERO = HOJE):
      *    - MES CORRENTE: RITMO DO MES ATE A DATA. A VENDA LIQUIDA
      *      DO MES ATE A REFERENCIA (PEDIDOS ATIVOS MENOS AS
      *      DEVOLUCOES DO DEVOL, REGRA DO RELQUOTA) E DIVIDIDA PELOS
      *      DIAS UTEIS DECORRIDOS E MULTIPLICADA PELOS DIAS UTEIS DO
      *      MES (DIAUTIL). SEM DIA UTIL DECORRIDO VALE A PROJECAO
      *      POR MEDIA MOVEL.
      *    - TRES MESES SEGUINTES: MEDIA MOVEL DOS TRES ULTIMOS MESES
      *      FECHADOS DO VENDMES (BRUTO MENOS DEVOLVIDO) VEZES O
      *      FATOR SAZONAL DO MES PROJETADO, QUE E A VENDA DO MESMO
      *      MES NO ANO ANTERIOR SOBRE A MEDIA DOS MESMOS TRES MESES
      *      DE BASE UM ANO ANTES (FATOR 1 SEM HISTORICO, LIMITADO
      *      ENTRE 0,50 E 2,00).
      *    - TRIMESTRE CIVIL DO MES CORRENTE: MESES JA FECHADOS PELO
      *      VENDMES, O MES CORRENTE PELO RITMO E OS SEGUINTES PELA
      *      PROJECAO.
      *    CADA PROJECAO E COMPARADA COM A QUOTA DO MES (PLANO
      *    MENSAL OU CADASTRO, BUSCAQPL) E SINALIZADA QUANDO FICA
      *    ABAIXO DO PERCENTUAL MINIMO (ZERO = 80, O MESMO PADRAO DO
      *    RELQUOTA). UMA LINHA POR VENDEDOR ATIVO E PERIODO EM
      *    PREVISAO.CSV.
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
           SELECT ARQ-VENDMES   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VMS-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VMS.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT PREV-REL      ASSIGN TO "PREVISAO.CSV"
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
       FD  ARQ-VENDMES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'VENDMES'.
       COPY "BOOKVMS.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  PREV-REL.
       01  PREV-REG PIC X(160).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-DEV             PIC X(002) VALUE "00".
       77  FSTATUS-VMS             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-PERC-MINIMO          PIC 9(003) VALUE ZEROS.
       77  WS-DIA                  PIC 9(002) VALUE ZEROS.
       77  WS-UTEIS-MES            PIC 9(002) VALUE ZEROS.
       77  WS-UTEIS-DECOR          PIC 9(002) VALUE ZEROS.
       77  WS-IDX                  PIC 9(002) VALUE ZEROS.
       77  WS-QTD-BASE             PIC 9(002) VALUE ZEROS.
       77  WS-QTD-BASE-ANT         PIC 9(002) VALUE ZEROS.
       77  WS-AM-TRAB              PIC 9(006) VALUE ZEROS.
       77  WS-ANO-TRAB             PIC 9(004) VALUE ZEROS.
       77  WS-MES-TRAB             PIC 9(002) VALUE ZEROS.
       77  WS-MES-TRI-INI          PIC 9(002) VALUE ZEROS.
       77  WS-AM-TRI-FIM           PIC 9(006) VALUE ZEROS.
       77  WS-VALOR-LIQ            PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-MES-ACHADO           PIC X(001) VALUE "N".
       77  WS-MEDIA-BASE           PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-MEDIA-BASE-ANT       PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-FATOR                PIC 9(003)V9(004) VALUE ZEROS.
       77  WS-REALIZADO            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-PROJETADO            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-QUOTA                PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-PERC                 PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-TRI-REAL             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-TRI-PROJ             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-TRI-QUOTA            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-QTD-VEND             PIC 9(004) VALUE ZEROS.
       77  WS-QTD-ABAIXO           PIC 9(004) VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZZ9   VALUE ZEROS.
       77  WS-QTD-ED2              PIC ZZZ9   VALUE ZEROS.
       01  WS-DATA-REF             PIC 9(008) VALUE ZEROS.
       01  WS-DATA-REF-R REDEFINES WS-DATA-REF.
           03 WS-AM-CORR           PIC 9(006).
           03 WS-DIA-REF           PIC 9(002).
       01  WS-AM-CORR-R REDEFINES WS-DATA-REF.
           03 WS-ANO-CORR          PIC 9(004).
           03 WS-MES-CORR          PIC 9(002).
           03 FILLER               PIC 9(002).
      *-----------------------------------*
      *    VENDA LIQUIDA DO MES CORRENTE ATE A REFERENCIA, INDEXADA
      *    PELO PROPRIO COD-VEND (1 A 999).
      *-----------------------------------*
       01  WS-TOTAIS-VEND.
           03 WS-TOT-MTD           PIC 9(009)V9(002)
                                   OCCURS 999 TIMES.
      *-----------------------------------*
      *    MESES DO CALCULO: BASE = TRES MESES FECHADOS ANTES DO
      *    CORRENTE (1 = MAIS RECENTE); PROJ = MES CORRENTE (1) E OS
      *    TRES SEGUINTES (2 A 4).
      *-----------------------------------*
       01  WS-MESES.
           03 WS-BASE-AM           PIC 9(006) OCCURS 3 TIMES.
           03 WS-PROJ-AM           PIC 9(006) OCCURS 4 TIMES.
           03 WS-PROJ-VALOR        PIC 9(009)V9(002) OCCURS 4 TIMES.
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
      *    CALENDARIO DE DIAS UTEIS (DIAUTIL)
      *-----------------------------------*
       01  PARAMETROS-DIAUTIL.
           03  WS-DU-FUNCAO        PIC X(001) VALUE "D".
           03  WS-DU-DATA          PIC 9(008) VALUE ZEROS.
           03  WS-DU-ANO-MES       PIC 9(006) VALUE ZEROS.
           03  WS-DU-ORDINAL       PIC 9(002) VALUE ZEROS.
           03  WS-DU-RESP          PIC X(001) VALUE SPACES.
           03  WS-DU-DATA-RESP     PIC 9(008) VALUE ZEROS.
           03  WS-DU-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
       01  WS-CAB                  PIC X(160) VALUE
           "COD VEND;NOME VENDEDOR;PERIODO;BASE DA PROJECAO;REALIZADO;P
      -    "ROJETADO;QUOTA;PROJ % QUOTA;SITUACAO".
       01  WS-DET.
           03 WS-DET-COD-VEND      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NOME-VEND     PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PERIODO       PIC X(006)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-BASE          PIC X(019)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-REALIZADO     PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PROJETADO     PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-QUOTA         PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PERC          PIC ZZ9,99        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-SITUACAO      PIC X(016)        VALUE SPACES.
       01  WS-PERIODO-TRI.
           03 WS-TRI-ANO           PIC 9(004) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE "T".
           03 WS-TRI-NUM           PIC 9(001) VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-PREVVEND.
      *    DATA DE REFERENCIA (ZERO = HOJE)
           03  PREV-DATA-REF       PIC 9(008).
      *    PERCENTUAL MINIMO DA QUOTA (ZERO = 80)
           03  PREV-PERC-MIN       PIC 9(003).
           03  PREV-MSG            PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-PREVVEND.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           IF PREV-DATA-REF IS NOT NUMERIC
              OR PREV-DATA-REF EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-REF
           ELSE
              MOVE PREV-DATA-REF TO WS-DATA-REF
           END-IF
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REF)
              NOT EQUAL ZEROS
              MOVE "PREVVEND: INFORMAR DATA DE REFERENCIA VALIDA"
                TO PREV-MSG
              GOBACK
           END-IF
      *
           IF PREV-PERC-MIN IS NOT NUMERIC
              OR PREV-PERC-MIN EQUAL ZEROS
              MOVE 80 TO WS-PERC-MINIMO
           ELSE
              MOVE PREV-PERC-MIN TO WS-PERC-MINIMO
           END-IF
      *
           OPEN INPUT ARQ-VENDMES
           IF FSTATUS-VMS NOT EQUAL "00"
              CLOSE ARQ-VENDMES
              MOVE "PREVVEND: HISTORICO VENDMES NAO ENCONTRADO"
                TO PREV-MSG
              GOBACK
           END-IF
      *
           INITIALIZE WS-TOTAIS-VEND
           MOVE ZEROS TO WS-QTD-VEND
           MOVE ZEROS TO WS-QTD-ABAIXO
      *
           PERFORM 050-MONTA-MESES
           PERFORM 060-DIAS-UTEIS
           PERFORM 100-TOTALIZA-PEDIDOS
           PERFORM 150-NETA-DEVOLUCOES
           PERFORM 200-GERA-RELATORIO
      *
           CLOSE ARQ-VENDMES
      *
           MOVE WS-QTD-VEND   TO WS-QTD-ED
           MOVE WS-QTD-ABAIXO TO WS-QTD-ED2
           MOVE SPACES TO PREV-MSG
           STRING "PREVISAO GERADA - " WS-QTD-ED " VEND, "
                  WS-QTD-ED2 " ABAIXO"
             INTO PREV-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    TRES MESES DE BASE PARA TRAS E TRES PROJETADOS PARA A
      *    FRENTE A PARTIR DO MES CORRENTE; TRIMESTRE CIVIL DO MES.
      *-----------------------------------*
      *
       050-MONTA-MESES SECTION.
      *
           MOVE WS-AM-CORR TO WS-AM-TRAB
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
              PERFORM 110-MES-ANTERIOR
              MOVE WS-AM-TRAB TO WS-BASE-AM(WS-IDX)
           END-PERFORM
      *
           MOVE WS-AM-CORR TO WS-AM-TRAB
           MOVE WS-AM-CORR TO WS-PROJ-AM(1)
           PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 4
              PERFORM 120-MES-SEGUINTE
              MOVE WS-AM-TRAB TO WS-PROJ-AM(WS-IDX)
           END-PERFORM
      *
           COMPUTE WS-MES-TRI-INI =
                   ((WS-MES-CORR - 1) / 3) * 3 + 1
           COMPUTE WS-AM-TRI-FIM =
                   WS-ANO-CORR * 100 + WS-MES-TRI-INI + 2
           MOVE WS-ANO-CORR TO WS-TRI-ANO
           COMPUTE WS-TRI-NUM = (WS-MES-CORR - 1) / 3 + 1.

      *-----------------------------------*
      *    DIAS UTEIS DO MES CORRENTE E OS JA DECORRIDOS ATE A DATA
      *    DE REFERENCIA (INCLUSIVE). O DIAUTIL RESPONDE N PARA AS
      *    DATAS QUE NAO EXISTEM NO MES.
      *-----------------------------------*
      *
       060-DIAS-UTEIS SECTION.
      *
           MOVE ZEROS TO WS-UTEIS-MES
           MOVE ZEROS TO WS-UTEIS-DECOR
      *
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
              MOVE "D" TO WS-DU-FUNCAO
              COMPUTE WS-DU-DATA = WS-AM-CORR * 100 + WS-DIA
              CALL "DIAUTIL" USING PARAMETROS-DIAUTIL
              IF WS-DU-RESP EQUAL "S"
                 ADD 1 TO WS-UTEIS-MES
                 IF WS-DIA NOT GREATER THAN WS-DIA-REF
                    ADD 1 TO WS-UTEIS-DECOR
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    PEDIDOS ATIVOS DO MES CORRENTE ATE A DATA DE REFERENCIA
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
                 AND DATA-PEDIDO(1:6) EQUAL WS-AM-CORR
                 AND DATA-PEDIDO NOT GREATER THAN WS-DATA-REF
                 AND COD-VEND-PED GREATER THAN ZEROS
                 ADD VALOR-PEDIDO TO WS-TOT-MTD(COD-VEND-PED)
              END-IF
              READ ARQ-PEDIDO NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-PEDIDO.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    ABATE AS DEVOLUCOES DOS PEDIDOS CONTADOS NO MES, NO
      *    VENDEDOR DO PEDIDO DE ORIGEM (MESMA REGRA DO RELQUOTA).
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
                 AND DATA-PEDIDO(1:6) EQUAL WS-AM-CORR
                 AND DATA-PEDIDO NOT GREATER THAN WS-DATA-REF
                 AND COD-VEND-PED GREATER THAN ZEROS
                 IF DEV-VALOR NOT GREATER THAN
                    WS-TOT-MTD(COD-VEND-PED)
                    SUBTRACT DEV-VALOR
                      FROM WS-TOT-MTD(COD-VEND-PED)
                 ELSE
                    MOVE ZEROS TO WS-TOT-MTD(COD-VEND-PED)
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
      *
       110-MES-ANTERIOR SECTION.
      *
           COMPUTE WS-ANO-TRAB = WS-AM-TRAB / 100
           COMPUTE WS-MES-TRAB = WS-AM-TRAB - WS-ANO-TRAB * 100
           IF WS-MES-TRAB EQUAL 1
              SUBTRACT 1 FROM WS-ANO-TRAB
              MOVE 12 TO WS-MES-TRAB
           ELSE
              SUBTRACT 1 FROM WS-MES-TRAB
           END-IF
           COMPUTE WS-AM-TRAB = WS-ANO-TRAB * 100 + WS-MES-TRAB.

      *-----------------------------------*
      *
       120-MES-SEGUINTE SECTION.
      *
           COMPUTE WS-ANO-TRAB = WS-AM-TRAB / 100
           COMPUTE WS-MES-TRAB = WS-AM-TRAB - WS-ANO-TRAB * 100
           IF WS-MES-TRAB EQUAL 12
              ADD 1 TO WS-ANO-TRAB
              MOVE 1 TO WS-MES-TRAB
           ELSE
              ADD 1 TO WS-MES-TRAB
           END-IF
           COMPUTE WS-AM-TRAB = WS-ANO-TRAB * 100 + WS-MES-TRAB.

      *-----------------------------------*
      *    CINCO LINHAS POR VENDEDOR ATIVO: MES CORRENTE, TRES MESES
      *    SEGUINTES E TRIMESTRE.
      *-----------------------------------*
      *
       200-GERA-RELATORIO SECTION.
      *
           OPEN INPUT ARQ-VENDEDOR
           OPEN OUTPUT PREV-REL
      *
           WRITE PREV-REG FROM WS-CAB
      *
           READ ARQ-VENDEDOR NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-VEND NOT EQUAL "00"
              IF VEND-ATIVO
                 AND COD-VEND GREATER THAN ZEROS
                 PERFORM 210-PROJETA-VENDEDOR
                 PERFORM 250-GRAVA-LINHAS
                 ADD 1 TO WS-QTD-VEND
              END-IF
              READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-VENDEDOR
           CLOSE PREV-REL.

      *-----------------------------------*
      *    MEDIA MOVEL DOS MESES DE BASE QUE EXISTEM NO VENDMES E A
      *    MESMA MEDIA UM ANO ANTES; PROJECAO DE CADA MES.
      *-----------------------------------*
      *
       210-PROJETA-VENDEDOR SECTION.
      *
           MOVE ZEROS TO WS-MEDIA-BASE
                         WS-MEDIA-BASE-ANT
                         WS-QTD-BASE
                         WS-QTD-BASE-ANT
      *
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
              MOVE WS-BASE-AM(WS-IDX) TO WS-AM-TRAB
              PERFORM 230-LE-MES
              IF WS-MES-ACHADO EQUAL "S"
                 ADD WS-VALOR-LIQ TO WS-MEDIA-BASE
                 ADD 1 TO WS-QTD-BASE
              END-IF
              COMPUTE WS-AM-TRAB = WS-BASE-AM(WS-IDX) - 100
              PERFORM 230-LE-MES
              IF WS-MES-ACHADO EQUAL "S"
                 ADD WS-VALOR-LIQ TO WS-MEDIA-BASE-ANT
                 ADD 1 TO WS-QTD-BASE-ANT
              END-IF
           END-PERFORM
      *
           IF WS-QTD-BASE GREATER THAN ZEROS
              COMPUTE WS-MEDIA-BASE ROUNDED =
                      WS-MEDIA-BASE / WS-QTD-BASE
           END-IF
           IF WS-QTD-BASE-ANT GREATER THAN ZEROS
              COMPUTE WS-MEDIA-BASE-ANT ROUNDED =
                      WS-MEDIA-BASE-ANT / WS-QTD-BASE-ANT
           END-IF
      *
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
              PERFORM 220-FATOR-SAZONAL
              COMPUTE WS-PROJ-VALOR(WS-IDX) ROUNDED =
                      WS-MEDIA-BASE * WS-FATOR
           END-PERFORM
      *
      *    MES CORRENTE PELO RITMO DOS DIAS UTEIS, QUANDO JA HOUVE
      *    DIA UTIL NO MES.
           IF WS-UTEIS-DECOR GREATER THAN ZEROS
              COMPUTE WS-PROJ-VALOR(1) ROUNDED =
                      WS-TOT-MTD(COD-VEND) * WS-UTEIS-MES
                      / WS-UTEIS-DECOR
           END-IF
           IF WS-PROJ-VALOR(1) LESS THAN WS-TOT-MTD(COD-VEND)
              MOVE WS-TOT-MTD(COD-VEND) TO WS-PROJ-VALOR(1)
           END-IF.

      *-----------------------------------*
      *    FATOR DO MES PROJETADO: MESMO MES DO ANO ANTERIOR SOBRE A
      *    MEDIA DE BASE DO ANO ANTERIOR. SEM OS DOIS VALORES O
      *    FATOR E 1.
      *-----------------------------------*
      *
       220-FATOR-SAZONAL SECTION.
      *
           MOVE 1 TO WS-FATOR
           IF WS-MEDIA-BASE-ANT EQUAL ZEROS
              GO TO 220-FIM
           END-IF
      *
           COMPUTE WS-AM-TRAB = WS-PROJ-AM(WS-IDX) - 100
           PERFORM 230-LE-MES
           IF WS-MES-ACHADO NOT EQUAL "S"
              OR WS-VALOR-LIQ EQUAL ZEROS
              GO TO 220-FIM
           END-IF
      *
           COMPUTE WS-FATOR ROUNDED =
                   WS-VALOR-LIQ / WS-MEDIA-BASE-ANT
              ON SIZE ERROR MOVE 2 TO WS-FATOR
           END-COMPUTE
           IF WS-FATOR LESS THAN 0,5
              MOVE 0,5 TO WS-FATOR
           END-IF
           IF WS-FATOR GREATER THAN 2
              MOVE 2 TO WS-FATOR
           END-IF.
      *
       220-FIM.
           EXIT.

      *-----------------------------------*
      *    VENDA LIQUIDA DO VENDEDOR NO MES DE WS-AM-TRAB (ZERO
      *    QUANDO O MES NAO FOI AGREGADO OU FICOU NEGATIVO).
      *-----------------------------------*
      *
       230-LE-MES SECTION.
      *
           MOVE ZEROS TO WS-VALOR-LIQ
           MOVE "N"   TO WS-MES-ACHADO
           MOVE WS-AM-TRAB TO VMS-ANO-MES
           MOVE COD-VEND   TO VMS-COD-VEND
           READ ARQ-VENDMES RECORD
             KEY IS VMS-CHAVE
           IF FSTATUS-VMS EQUAL "00"
              MOVE "S" TO WS-MES-ACHADO
              COMPUTE WS-VALOR-LIQ =
                      VMS-VALOR-BRUTO - VMS-VALOR-DEVOLVIDO
              IF WS-VALOR-LIQ LESS THAN ZEROS
                 MOVE ZEROS TO WS-VALOR-LIQ
              END-IF
           END-IF.

      *-----------------------------------*
      *    LINHAS DO MES CORRENTE E DOS SEGUINTES, ACUMULANDO O
      *    TRIMESTRE CIVIL DO MES CORRENTE.
      *-----------------------------------*
      *
       250-GRAVA-LINHAS SECTION.
      *
           MOVE ZEROS TO WS-TRI-REAL
                         WS-TRI-PROJ
                         WS-TRI-QUOTA
      *
      *    MESES DO TRIMESTRE ANTERIORES AO CORRENTE: FECHADOS NO
      *    VENDMES.
           MOVE WS-MES-TRI-INI TO WS-MES-TRAB
           PERFORM UNTIL WS-MES-TRAB NOT LESS THAN WS-MES-CORR
              COMPUTE WS-AM-TRAB = WS-ANO-CORR * 100 + WS-MES-TRAB
              PERFORM 230-LE-MES
              ADD WS-VALOR-LIQ TO WS-TRI-REAL
              ADD WS-VALOR-LIQ TO WS-TRI-PROJ
              MOVE WS-AM-TRAB TO WS-BQP-ANO-MES
              PERFORM 260-QUOTA-DO-MES
              ADD WS-QUOTA TO WS-TRI-QUOTA
              ADD 1 TO WS-MES-TRAB
           END-PERFORM
      *
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
              MOVE WS-PROJ-AM(WS-IDX)    TO WS-DET-PERIODO
              MOVE WS-PROJ-VALOR(WS-IDX) TO WS-PROJETADO
              IF WS-IDX EQUAL 1
                 MOVE "RITMO DIAS UTEIS"    TO WS-DET-BASE
                 MOVE WS-TOT-MTD(COD-VEND)  TO WS-REALIZADO
              ELSE
                 MOVE "MEDIA MOVEL SAZONAL" TO WS-DET-BASE
                 MOVE ZEROS                 TO WS-REALIZADO
              END-IF
              MOVE WS-PROJ-AM(WS-IDX) TO WS-BQP-ANO-MES
              PERFORM 260-QUOTA-DO-MES
              IF WS-PROJ-AM(WS-IDX) NOT GREATER THAN WS-AM-TRI-FIM
                 ADD WS-REALIZADO TO WS-TRI-REAL
                 ADD WS-PROJETADO TO WS-TRI-PROJ
                 ADD WS-QUOTA     TO WS-TRI-QUOTA
              END-IF
              PERFORM 270-GRAVA-LINHA
           END-PERFORM
      *
           MOVE WS-PERIODO-TRI TO WS-DET-PERIODO
           MOVE "TRIMESTRE"    TO WS-DET-BASE
           MOVE WS-TRI-REAL    TO WS-REALIZADO
           MOVE WS-TRI-PROJ    TO WS-PROJETADO
           MOVE WS-TRI-QUOTA   TO WS-QUOTA
           PERFORM 270-GRAVA-LINHA.

      *-----------------------------------*
      *
       260-QUOTA-DO-MES SECTION.
      *
           MOVE COD-VEND TO WS-BQP-COD-VEND
           CALL "BUSCAQPL" USING PARAMETROS-BUSCAQPL
           MOVE WS-BQP-QUOTA TO WS-QUOTA.

      *-----------------------------------*
      *
       270-GRAVA-LINHA SECTION.
      *
           MOVE COD-VEND      TO WS-DET-COD-VEND
           MOVE NOME-VENDEDOR TO WS-DET-NOME-VEND
           MOVE WS-REALIZADO  TO WS-DET-REALIZADO
           MOVE WS-PROJETADO  TO WS-DET-PROJETADO
           MOVE WS-QUOTA      TO WS-DET-QUOTA
      *
           IF WS-QUOTA EQUAL ZEROS
              MOVE ZEROS TO WS-PERC
           ELSE
              COMPUTE WS-PERC ROUNDED =
                      WS-PROJETADO * 100 / WS-QUOTA
                 ON SIZE ERROR MOVE 999,99 TO WS-PERC
              END-COMPUTE
           END-IF
           MOVE WS-PERC TO WS-DET-PERC
      *
           EVALUATE TRUE
              WHEN WS-QUOTA EQUAL ZEROS
                 MOVE "SEM QUOTA"        TO WS-DET-SITUACAO
              WHEN WS-PERC LESS THAN WS-PERC-MINIMO
                 MOVE "ABAIXO DO MINIMO" TO WS-DET-SITUACAO
                 ADD 1 TO WS-QTD-ABAIXO
              WHEN OTHER
                 MOVE "OK"               TO WS-DET-SITUACAO
           END-EVALUATE
      *
           WRITE PREV-REG FROM WS-DET.
      *
       END PROGRAM PREVVEND.
      *-----------------------------------*
