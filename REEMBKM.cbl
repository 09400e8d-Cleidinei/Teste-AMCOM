       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REEMBKM.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    REEMBOLSO MENSAL DE QUILOMETRAGEM A PARTIR DAS VISITAS
      *    CONFIRMADAS: PARA CADA VENDEDOR E DIA DO MES INFORMADO
      *    RECONSTROI O PERCURSO - DA BASE DO VENDEDOR, PELAS
      *    VISITAS DO DIA NA ORDEM DO VIZINHO MAIS PROXIMO (MESMA
      *    REGRA DO RELROTA/AGENDAVIS) E DE VOLTA A BASE - E MEDE OS
      *    TRECHOS PELA MESMA HAVERSINE DO FAZDISTRIB. O TOTAL DE KM
      *    DO MES VEZES A TARIFA VALORKM DO PARAMSIS VAI PARA A
      *    FOLHA EM REEMBKM.IFC (LAYOUT H/D/T DE 100 BYTES COMO O
      *    FOLHACOM.IFC). O KMVISITA.CSV TRAZ CADA DIA COM O KM
      *    REALIZADO E O KM PLANEJADO NA AGENDA (AGENDA, NA ORDEM DA
      *    AGENDAVIS) E MARCA OS DIAS EM QUE A DIFERENCA PASSA DO
      *    PERCENTUAL KMDESVIO DO PARAMSIS (SEM REGISTRO = 30%).
      *    CLIENTE SEM COORDENADA NAO ENTRA NO PERCURSO E E CONTADO
      *    NA LINHA DO DIA; VENDEDOR SEM BASE TEM O PERCURSO MEDIDO
      *    SO ENTRE AS VISITAS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VISITA    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VIS-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-AGENDA    ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AGENDA.
           SELECT ARQ-PARAMSIS  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAR-TIPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAR.
           SELECT ARQ-SORT      ASSIGN TO "REEMBKM.TMP"
                  FILE STATUS   IS FS-SORT.
           SELECT REEMB-IFC     ASSIGN TO "REEMBKM.IFC"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-IFC.
           SELECT KM-REL        ASSIGN TO "KMVISITA.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'VISITAS'.
       COPY "BOOKVIS.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-AGENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AGENDA'.
       COPY "BOOKAGE.CPY".
      *
       FD  ARQ-PARAMSIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARAMSIS'.
       COPY "BOOKPAR.CPY".
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SORT-COD-VEND         PIC 9(003).
           03 SORT-DATA             PIC 9(008).
           03 SORT-COD-CLI          PIC 9(007).
      *
       FD  REEMB-IFC.
       01  REEMB-REG PIC X(100).
      *
       FD  KM-REL.
       01  KM-REG PIC X(120).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FS-VISITA               PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-PAR             PIC X(002) VALUE "00".
       77  FS-AGENDA               PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-IFC                  PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-VALOR-KM             PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-PERC-DESVIO          PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-VEND-GRUPO           PIC 9(003) VALUE ZEROS.
       77  WS-DATA-GRUPO           PIC 9(008) VALUE ZEROS.
       77  WS-QTD-VISITAS-DIA      PIC 9(004) VALUE ZEROS.
       77  WS-QTD-SEM-COORD        PIC 9(004) VALUE ZEROS.
       77  WS-QTD-PONTOS           PIC 9(004) VALUE ZEROS.
       77  WS-IDX-PONTO            PIC 9(004) VALUE ZEROS.
       77  WS-PROX-IDX             PIC 9(004) VALUE ZEROS.
       77  WS-QTD-VISITADOS        PIC 9(004) VALUE ZEROS.
       77  WS-QTD-AGENDA           PIC 9(004) VALUE ZEROS.
       77  WS-IDX-AGE              PIC 9(004) VALUE ZEROS.
       77  WS-QTD-PLANEJADAS       PIC 9(004) VALUE ZEROS.
       77  WS-DIST-KM              PIC 9(006)V9(002) VALUE ZEROS.
       77  WS-MENOR-DIST           PIC 9(006)V9(002) VALUE ZEROS.
       77  WS-KM-DIA               PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-KM-PLANEJADO         PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-KM-DIFERENCA         PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-DESVIO               PIC S9(007)V9(001) VALUE ZEROS.
       77  WS-DESVIO-ABS           PIC 9(007)V9(001) VALUE ZEROS.
       77  WS-PI                   PIC 9(001)V9(010) VALUE 3,1415926536.
       77  WS-QTD-DETALHES         PIC 9(007) VALUE ZEROS.
       77  WS-QTD-DIAS-ALERTA      PIC 9(005) VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZZ9   VALUE ZEROS.
       77  WS-ALERTAS-ED           PIC ZZZZ9  VALUE ZEROS.
       01  WS-BASE-SW              PIC X(001) VALUE "N".
           88 WS-VEND-COM-BASE                VALUE "S".
           88 WS-VEND-SEM-BASE                VALUE "N".
      *-----------------------------------*
      *    ACUMULADORES DO VENDEDOR NO MES
      *-----------------------------------*
       01  WS-ACUM-VEND.
           03 WS-AC-KM             PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-AC-DIAS           PIC 9(003) VALUE ZEROS.
           03 WS-AC-VISITAS        PIC 9(005) VALUE ZEROS.
           03 WS-AC-VALOR          PIC 9(009)V9(002) VALUE ZEROS.
      *-----------------------------------*
      *    BASE DO VENDEDOR E PONTO ATUAL DO PERCURSO
      *-----------------------------------*
       77  WS-BASE-LAT             PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-BASE-LON             PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-ATUAL-LAT            PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-ATUAL-LON            PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-DEST-LAT             PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-DEST-LON             PIC S9(003)V9(008) VALUE ZEROS.
      *-----------------------------------*
      *    CLIENTES VISITADOS NO DIA (COM COORDENADA)
      *-----------------------------------*
       01  WS-PONTOS-TAB.
           03 WS-PONTO-ITEM OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-QTD-PONTOS.
              05 WS-PT-LAT         PIC S9(003)V9(008).
              05 WS-PT-LON         PIC S9(003)V9(008).
              05 WS-PT-VISITADO    PIC X(001).
      *-----------------------------------*
      *    VISITAS PROGRAMADAS NA AGENDA PARA OS DIAS DO MES, NA
      *    ORDEM GRAVADA PELA AGENDAVIS (VENDEDOR, DIA, SEQUENCIA),
      *    JA COM A COORDENADA DO CLIENTE.
      *-----------------------------------*
       01  WS-AGENDA-TAB.
           03 WS-AGE-ITEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-QTD-AGENDA.
              05 WS-AG-COD-VEND    PIC 9(003).
              05 WS-AG-DATA        PIC 9(008).
              05 WS-AG-LAT         PIC S9(003)V9(008).
              05 WS-AG-LON         PIC S9(003)V9(008).
      *-----------------------------------*
       01  WS-CALC-DISTANCIA.
           03 WS-LAT1-RAD          USAGE FLOAT-LONG.
           03 WS-LON1-RAD          USAGE FLOAT-LONG.
           03 WS-LAT2-RAD          USAGE FLOAT-LONG.
           03 WS-LON2-RAD          USAGE FLOAT-LONG.
           03 WS-DELTA-LAT         USAGE FLOAT-LONG.
           03 WS-DELTA-LON         USAGE FLOAT-LONG.
           03 WS-HAVERSINE-A       USAGE FLOAT-LONG.
           03 WS-HAVERSINE-C       USAGE FLOAT-LONG.
           03 WS-DISTANCIA-CALC    USAGE FLOAT-LONG.
      *-----------------------------------*
      *    LAYOUT DO ARQUIVO PARA A FOLHA (100 BYTES, TIPOS H/D/T
      *    COMO NO FOLHACOM.IFC): UM DETALHE POR VENDEDOR COM KM,
      *    VALOR A REEMBOLSAR, DIAS, VISITAS E A TARIFA APLICADA.
      *-----------------------------------*
       01  WS-IFC-HEADER.
           03 WS-IFC-H-TIPO        PIC X(001)        VALUE "H".
           03 WS-IFC-H-SISTEMA     PIC X(010)        VALUE "REEMBKM".
           03 WS-IFC-H-ANO-MES     PIC 9(006)        VALUE ZEROS.
           03 WS-IFC-H-DATA        PIC 9(008)        VALUE ZEROS.
           03 WS-IFC-H-HORA        PIC 9(006)        VALUE ZEROS.
           03 FILLER               PIC X(069)        VALUE SPACES.
       01  WS-IFC-DETALHE.
           03 WS-IFC-D-TIPO        PIC X(001)        VALUE "D".
           03 WS-IFC-D-COD-VEND    PIC 9(003)        VALUE ZEROS.
           03 WS-IFC-D-VALOR       PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-IFC-D-KM          PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-IFC-D-DIAS        PIC 9(003)        VALUE ZEROS.
           03 WS-IFC-D-VISITAS     PIC 9(005)        VALUE ZEROS.
           03 WS-IFC-D-VALOR-KM    PIC 9(007)V9(002) VALUE ZEROS.
           03 FILLER               PIC X(059)        VALUE SPACES.
       01  WS-IFC-TRAILER.
           03 WS-IFC-T-TIPO        PIC X(001)        VALUE "T".
           03 WS-IFC-T-QTD-REG     PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X(092)        VALUE SPACES.
      *-----------------------------------*
       01  WS-CAB                  PIC X(120) VALUE
           "COD VEND;DATA;VISITAS;SEM COORD;KM REALIZADO;KM PLANEJADO;D
      -    "ESVIO %;ALERTA".
       01  WS-DET.
           03 WS-DET-COD-VEND      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-DATA          PIC 9(008)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-VISITAS       PIC ZZZ9          VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-SEM-COORD     PIC ZZZ9          VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-KM            PIC ZZZZZZ9,99    VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-KM-PLAN       PIC ZZZZZZ9,99    VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-DESVIO        PIC -ZZZZZ9,9     VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-ALERTA        PIC X(020)        VALUE SPACES.
       01  WS-TOT.
           03 WS-TOT-COD-VEND      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X(007)        VALUE ";TOTAL;".
           03 WS-TOT-VISITAS       PIC ZZZZ9         VALUE ZEROS.
           03 FILLER               PIC X(002)        VALUE ";;".
           03 WS-TOT-KM            PIC ZZZZZZ9,99    VALUE ZEROS.
           03 FILLER               PIC X(010)        VALUE ";;;VALOR: ".
           03 WS-TOT-VALOR         PIC ZZZZZZZZ9,99  VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-REEMBKM.
           03  REEMBKM-ANO-MES     PIC 9(006).
           03  REEMBKM-MSG         PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-REEMBKM.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO REEMBKM-MSG
      *
           IF REEMBKM-ANO-MES EQUAL ZEROS
              OR REEMBKM-ANO-MES(5:2) LESS THAN "01"
              OR REEMBKM-ANO-MES(5:2) GREATER THAN "12"
              MOVE "REEMBKM: INFORMAR ANO-MES (AAAAMM)"
                TO REEMBKM-MSG
              GOBACK
           END-IF
      *
           PERFORM 050-LE-PARAMETROS
           IF REEMBKM-MSG NOT EQUAL SPACES
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-VISITA
           IF FS-VISITA NOT EQUAL "00"
              CLOSE ARQ-VISITA
              MOVE "REEMBKM: ARQUIVO DE VISITAS NAO ENCONTRADO"
                TO REEMBKM-MSG
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
      *
           PERFORM 100-CARREGA-AGENDA
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           OPEN OUTPUT REEMB-IFC
           OPEN OUTPUT KM-REL
           MOVE REEMBKM-ANO-MES           TO WS-IFC-H-ANO-MES
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-IFC-H-DATA
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-IFC-H-HORA
           WRITE REEMB-REG FROM WS-IFC-HEADER
           WRITE KM-REG FROM WS-CAB
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SORT-COD-VEND
                                 SORT-DATA
                                 SORT-COD-CLI
                INPUT  PROCEDURE IS 200-SELECIONA-VISITAS
                OUTPUT PROCEDURE IS 300-MONTA-PERCURSOS
      *
           MOVE WS-QTD-DETALHES TO WS-IFC-T-QTD-REG
           WRITE REEMB-REG FROM WS-IFC-TRAILER
      *
           CLOSE ARQ-VISITA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE REEMB-IFC
           CLOSE KM-REL
      *
           MOVE WS-QTD-DETALHES    TO WS-QTD-ED
           MOVE WS-QTD-DIAS-ALERTA TO WS-ALERTAS-ED
           STRING "REEMBKM: " WS-QTD-ED " VEND "
                  WS-ALERTAS-ED " DIA(S) DESVIO"
             DELIMITED BY SIZE INTO REEMBKM-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    TARIFA POR KM (VALORKM, OBRIGATORIA) E PERCENTUAL DE
      *    DESVIO TOLERADO SOBRE O PLANEJADO (KMDESVIO, PADRAO 30).
      *-----------------------------------*
      *
       050-LE-PARAMETROS SECTION.
      *
           MOVE ZEROS TO WS-VALOR-KM
           MOVE 30    TO WS-PERC-DESVIO
      *
           OPEN INPUT ARQ-PARAMSIS
           IF FSTATUS-PAR NOT EQUAL "00"
              CLOSE ARQ-PARAMSIS
              MOVE "REEMBKM: INFORMAR VALORKM NO PARAMSIS"
                TO REEMBKM-MSG
              GO TO 050-FIM
           END-IF
      *
           MOVE "VALORKM" TO PAR-TIPO
           READ ARQ-PARAMSIS RECORD
             KEY IS PAR-TIPO
           IF FSTATUS-PAR EQUAL "00"
              MOVE PAR-VALOR TO WS-VALOR-KM
           END-IF
      *
           MOVE "KMDESVIO" TO PAR-TIPO
           READ ARQ-PARAMSIS RECORD
             KEY IS PAR-TIPO
           IF FSTATUS-PAR EQUAL "00"
              MOVE PAR-VALOR TO WS-PERC-DESVIO
           END-IF
      *
           CLOSE ARQ-PARAMSIS
      *
           IF WS-VALOR-KM EQUAL ZEROS
              MOVE "REEMBKM: INFORMAR VALORKM NO PARAMSIS"
                TO REEMBKM-MSG
           END-IF.
      *
       050-FIM.
           EXIT.

      *-----------------------------------*
      *    GUARDA AS VISITAS PROGRAMADAS DOS DIAS DO MES QUE AINDA
      *    ESTAO NA AGENDA, COM A COORDENADA DO CLIENTE. CLIENTE
      *    SEM COORDENADA FICA FORA DO PERCURSO PLANEJADO.
      *-----------------------------------*
      *
       100-CARREGA-AGENDA SECTION.
      *
           MOVE ZEROS TO WS-QTD-AGENDA
      *
           OPEN INPUT ARQ-AGENDA
           IF FS-AGENDA NOT EQUAL "00"
              CLOSE ARQ-AGENDA
              GO TO 100-FIM
           END-IF
      *
           READ ARQ-AGENDA
           PERFORM UNTIL FS-AGENDA NOT EQUAL "00"
              IF AGE-DATA(1:6) EQUAL REEMBKM-ANO-MES
                 AND WS-QTD-AGENDA LESS THAN 5000
                 MOVE AGE-COD-CLI TO COD-CLI
                 READ ARQ-CLIENTE RECORD
                   KEY IS COD-CLI
                 IF FSTATUS-CLI EQUAL "00"
                    AND (LATI-CLIENTE NOT EQUAL ZEROS
                         OR LONGI-CLIENTE NOT EQUAL ZEROS)
                    ADD 1 TO WS-QTD-AGENDA
                    MOVE AGE-COD-VEND  TO WS-AG-COD-VEND(WS-QTD-AGENDA)
                    MOVE AGE-DATA      TO WS-AG-DATA(WS-QTD-AGENDA)
                    MOVE LATI-CLIENTE  TO WS-AG-LAT(WS-QTD-AGENDA)
                    MOVE LONGI-CLIENTE TO WS-AG-LON(WS-QTD-AGENDA)
                 END-IF
              END-IF
              READ ARQ-AGENDA
           END-PERFORM
      *
           CLOSE ARQ-AGENDA.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    VISITAS CONFIRMADAS DO MES INFORMADO
      *-----------------------------------*
      *
       200-SELECIONA-VISITAS SECTION.
      *
           READ ARQ-VISITA NEXT RECORD
      *
           PERFORM UNTIL FS-VISITA NOT EQUAL "00"
              IF VIS-DATA(1:6) EQUAL REEMBKM-ANO-MES
                 MOVE VIS-COD-VEND TO SORT-COD-VEND
                 MOVE VIS-DATA     TO SORT-DATA
                 MOVE VIS-COD-CLI  TO SORT-COD-CLI
                 RELEASE REG-SORT
              END-IF
              READ ARQ-VISITA NEXT RECORD
           END-PERFORM.

      *-----------------------------------*
      *    QUEBRA POR VENDEDOR (LINHA DA FOLHA) E POR DIA
      *    (PERCURSO DO DIA).
      *-----------------------------------*
      *
       300-MONTA-PERCURSOS SECTION.
      *
           RETURN ARQ-SORT
              AT END MOVE "10" TO FS-SORT
           END-RETURN
      *
           PERFORM UNTIL FS-SORT NOT EQUAL "00"
              MOVE SORT-COD-VEND TO WS-VEND-GRUPO
              PERFORM 310-INICIA-VENDEDOR
              PERFORM UNTIL FS-SORT NOT EQUAL "00"
                         OR SORT-COD-VEND NOT EQUAL WS-VEND-GRUPO
                 MOVE SORT-DATA TO WS-DATA-GRUPO
                 MOVE ZEROS     TO WS-QTD-PONTOS
                 MOVE ZEROS     TO WS-QTD-VISITAS-DIA
                 MOVE ZEROS     TO WS-QTD-SEM-COORD
                 PERFORM UNTIL FS-SORT NOT EQUAL "00"
                            OR SORT-COD-VEND NOT EQUAL WS-VEND-GRUPO
                            OR SORT-DATA NOT EQUAL WS-DATA-GRUPO
                    PERFORM 320-GUARDA-VISITA
                    RETURN ARQ-SORT
                       AT END MOVE "10" TO FS-SORT
                    END-RETURN
                 END-PERFORM
                 PERFORM 330-FECHA-DIA
              END-PERFORM
              PERFORM 350-FECHA-VENDEDOR
           END-PERFORM.

      *-----------------------------------*
      *
       310-INICIA-VENDEDOR SECTION.
      *
           INITIALIZE WS-ACUM-VEND
           SET WS-VEND-SEM-BASE TO TRUE
           MOVE ZEROS TO WS-BASE-LAT
           MOVE ZEROS TO WS-BASE-LON
      *
           MOVE WS-VEND-GRUPO TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              AND (LATITUDE-VENDEDOR NOT EQUAL ZEROS
                   OR LONGITUDE-VENDEDOR NOT EQUAL ZEROS)
              SET WS-VEND-COM-BASE TO TRUE
              MOVE LATITUDE-VENDEDOR  TO WS-BASE-LAT
              MOVE LONGITUDE-VENDEDOR TO WS-BASE-LON
           END-IF.

      *-----------------------------------*
      *
       320-GUARDA-VISITA SECTION.
      *
           ADD 1 TO WS-QTD-VISITAS-DIA
      *
           MOVE SORT-COD-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              OR (LATI-CLIENTE EQUAL ZEROS
                  AND LONGI-CLIENTE EQUAL ZEROS)
              OR WS-QTD-PONTOS NOT LESS THAN 500
              ADD 1 TO WS-QTD-SEM-COORD
              GO TO 320-FIM
           END-IF
      *
           ADD 1 TO WS-QTD-PONTOS
           MOVE LATI-CLIENTE  TO WS-PT-LAT(WS-QTD-PONTOS)
           MOVE LONGI-CLIENTE TO WS-PT-LON(WS-QTD-PONTOS)
           MOVE "N"           TO WS-PT-VISITADO(WS-QTD-PONTOS).
      *
       320-FIM.
           EXIT.

      *-----------------------------------*
      *    PERCURSO REALIZADO DO DIA PELO VIZINHO MAIS PROXIMO A
      *    PARTIR DA BASE, VOLTANDO A BASE; PERCURSO PLANEJADO NA
      *    ORDEM DA AGENDA; LINHA DO DIA NO KMVISITA.CSV.
      *-----------------------------------*
      *
       330-FECHA-DIA SECTION.
      *
           MOVE ZEROS TO WS-KM-DIA
           MOVE ZEROS TO WS-QTD-VISITADOS
      *
           IF WS-QTD-PONTOS GREATER THAN ZEROS
              IF WS-VEND-COM-BASE
                 MOVE WS-BASE-LAT TO WS-ATUAL-LAT
                 MOVE WS-BASE-LON TO WS-ATUAL-LON
              ELSE
                 MOVE WS-PT-LAT(1) TO WS-ATUAL-LAT
                 MOVE WS-PT-LON(1) TO WS-ATUAL-LON
                 MOVE "S" TO WS-PT-VISITADO(1)
                 MOVE 1   TO WS-QTD-VISITADOS
              END-IF
              PERFORM UNTIL WS-QTD-VISITADOS EQUAL WS-QTD-PONTOS
                 PERFORM 400-ACHA-MAIS-PROXIMO
                 ADD 1 TO WS-QTD-VISITADOS
                 MOVE "S" TO WS-PT-VISITADO(WS-PROX-IDX)
                 ADD WS-MENOR-DIST TO WS-KM-DIA
                 MOVE WS-PT-LAT(WS-PROX-IDX) TO WS-ATUAL-LAT
                 MOVE WS-PT-LON(WS-PROX-IDX) TO WS-ATUAL-LON
              END-PERFORM
              IF WS-VEND-COM-BASE
                 MOVE WS-BASE-LAT TO WS-DEST-LAT
                 MOVE WS-BASE-LON TO WS-DEST-LON
                 PERFORM 500-CALCULA-DISTANCIA
                 ADD WS-DIST-KM TO WS-KM-DIA
              END-IF
           END-IF
      *
           PERFORM 340-PERCURSO-PLANEJADO
      *
           ADD WS-KM-DIA          TO WS-AC-KM
           ADD 1                  TO WS-AC-DIAS
           ADD WS-QTD-VISITAS-DIA TO WS-AC-VISITAS
      *
           MOVE WS-VEND-GRUPO      TO WS-DET-COD-VEND
           MOVE WS-DATA-GRUPO      TO WS-DET-DATA
           MOVE WS-QTD-VISITAS-DIA TO WS-DET-VISITAS
           MOVE WS-QTD-SEM-COORD   TO WS-DET-SEM-COORD
           MOVE WS-KM-DIA          TO WS-DET-KM
           MOVE WS-KM-PLANEJADO    TO WS-DET-KM-PLAN
           MOVE ZEROS              TO WS-DESVIO
           MOVE SPACES             TO WS-DET-ALERTA
      *
           EVALUATE TRUE
              WHEN WS-QTD-PLANEJADAS EQUAL ZEROS
                 MOVE "SEM AGENDA"       TO WS-DET-ALERTA
              WHEN WS-KM-PLANEJADO EQUAL ZEROS
                 MOVE "PLANEJADO SEM KM" TO WS-DET-ALERTA
              WHEN OTHER
                 COMPUTE WS-DESVIO ROUNDED =
                         (WS-KM-DIA - WS-KM-PLANEJADO) * 100
                       / WS-KM-PLANEJADO
                 IF WS-KM-DIA NOT LESS THAN WS-KM-PLANEJADO
                    COMPUTE WS-KM-DIFERENCA =
                            WS-KM-DIA - WS-KM-PLANEJADO
                 ELSE
                    COMPUTE WS-KM-DIFERENCA =
                            WS-KM-PLANEJADO - WS-KM-DIA
                 END-IF
                 COMPUTE WS-DESVIO-ABS ROUNDED =
                         WS-KM-DIFERENCA * 100 / WS-KM-PLANEJADO
                 IF WS-DESVIO-ABS GREATER THAN WS-PERC-DESVIO
                    MOVE "DESVIO ACIMA LIMITE" TO WS-DET-ALERTA
                    ADD 1 TO WS-QTD-DIAS-ALERTA
                 END-IF
           END-EVALUATE
      *
           IF WS-VEND-SEM-BASE
              AND WS-DET-ALERTA EQUAL SPACES
              MOVE "VENDEDOR SEM BASE" TO WS-DET-ALERTA
           END-IF
           MOVE WS-DESVIO TO WS-DET-DESVIO
           WRITE KM-REG FROM WS-DET.

      *-----------------------------------*
      *    KM DA BASE PELAS VISITAS PROGRAMADAS DO DIA NA ORDEM DA
      *    AGENDA E DE VOLTA A BASE.
      *-----------------------------------*
      *
       340-PERCURSO-PLANEJADO SECTION.
      *
           MOVE ZEROS TO WS-KM-PLANEJADO
           MOVE ZEROS TO WS-QTD-PLANEJADAS
      *
           MOVE WS-BASE-LAT TO WS-ATUAL-LAT
           MOVE WS-BASE-LON TO WS-ATUAL-LON
      *
           PERFORM VARYING WS-IDX-AGE FROM 1 BY 1
                   UNTIL WS-IDX-AGE > WS-QTD-AGENDA
              IF WS-AG-COD-VEND(WS-IDX-AGE) EQUAL WS-VEND-GRUPO
                 AND WS-AG-DATA(WS-IDX-AGE) EQUAL WS-DATA-GRUPO
                 ADD 1 TO WS-QTD-PLANEJADAS
                 MOVE WS-AG-LAT(WS-IDX-AGE) TO WS-DEST-LAT
                 MOVE WS-AG-LON(WS-IDX-AGE) TO WS-DEST-LON
                 IF WS-VEND-COM-BASE
                    OR WS-QTD-PLANEJADAS GREATER THAN 1
                    PERFORM 500-CALCULA-DISTANCIA
                    ADD WS-DIST-KM TO WS-KM-PLANEJADO
                 END-IF
                 MOVE WS-DEST-LAT TO WS-ATUAL-LAT
                 MOVE WS-DEST-LON TO WS-ATUAL-LON
              END-IF
           END-PERFORM
      *
           IF WS-QTD-PLANEJADAS GREATER THAN ZEROS
              AND WS-VEND-COM-BASE
              MOVE WS-BASE-LAT TO WS-DEST-LAT
              MOVE WS-BASE-LON TO WS-DEST-LON
              PERFORM 500-CALCULA-DISTANCIA
              ADD WS-DIST-KM TO WS-KM-PLANEJADO
           END-IF.

      *-----------------------------------*
      *    LINHA DA FOLHA E TOTAL DO VENDEDOR NO KMVISITA.CSV
      *-----------------------------------*
      *
       350-FECHA-VENDEDOR SECTION.
      *
           COMPUTE WS-AC-VALOR ROUNDED = WS-AC-KM * WS-VALOR-KM
      *
           MOVE WS-VEND-GRUPO TO WS-IFC-D-COD-VEND
           MOVE WS-AC-VALOR   TO WS-IFC-D-VALOR
           MOVE WS-AC-KM      TO WS-IFC-D-KM
           MOVE WS-AC-DIAS    TO WS-IFC-D-DIAS
           MOVE WS-AC-VISITAS TO WS-IFC-D-VISITAS
           MOVE WS-VALOR-KM   TO WS-IFC-D-VALOR-KM
           WRITE REEMB-REG FROM WS-IFC-DETALHE
           ADD 1 TO WS-QTD-DETALHES
      *
           MOVE WS-VEND-GRUPO TO WS-TOT-COD-VEND
           MOVE WS-AC-VISITAS TO WS-TOT-VISITAS
           MOVE WS-AC-KM      TO WS-TOT-KM
           MOVE WS-AC-VALOR   TO WS-TOT-VALOR
           WRITE KM-REG FROM WS-TOT.

      *-----------------------------------*
      *
       400-ACHA-MAIS-PROXIMO SECTION.
      *
           MOVE ZEROS TO WS-PROX-IDX
           MOVE ZEROS TO WS-MENOR-DIST
      *
           PERFORM VARYING WS-IDX-PONTO FROM 1 BY 1
                   UNTIL WS-IDX-PONTO > WS-QTD-PONTOS
              IF WS-PT-VISITADO(WS-IDX-PONTO) EQUAL "N"
                 MOVE WS-PT-LAT(WS-IDX-PONTO) TO WS-DEST-LAT
                 MOVE WS-PT-LON(WS-IDX-PONTO) TO WS-DEST-LON
                 PERFORM 500-CALCULA-DISTANCIA
                 IF WS-PROX-IDX EQUAL ZEROS
                    OR WS-DIST-KM LESS THAN WS-MENOR-DIST
                    MOVE WS-DIST-KM   TO WS-MENOR-DIST
                    MOVE WS-IDX-PONTO TO WS-PROX-IDX
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    DISTANCIA DO PONTO ATUAL AO DESTINO, PELA MESMA FORMULA
      *    DE HAVERSINE DO FAZDISTRIB.
      *-----------------------------------*
      *
       500-CALCULA-DISTANCIA SECTION.
      *
           COMPUTE WS-LAT1-RAD =
                   WS-ATUAL-LAT * WS-PI / 180
           COMPUTE WS-LON1-RAD =
                   WS-ATUAL-LON * WS-PI / 180
           COMPUTE WS-LAT2-RAD =
                   WS-DEST-LAT * WS-PI / 180
           COMPUTE WS-LON2-RAD =
                   WS-DEST-LON * WS-PI / 180
      *
           COMPUTE WS-DELTA-LAT = WS-LAT2-RAD - WS-LAT1-RAD
           COMPUTE WS-DELTA-LON = WS-LON2-RAD - WS-LON1-RAD
      *
           COMPUTE WS-HAVERSINE-A =
                   FUNCTION SIN(WS-DELTA-LAT / 2) ** 2
                 + FUNCTION COS(WS-LAT1-RAD)
                 * FUNCTION COS(WS-LAT2-RAD)
                 * FUNCTION SIN(WS-DELTA-LON / 2) ** 2
      *
           COMPUTE WS-HAVERSINE-C =
                   2 * FUNCTION ASIN(FUNCTION SQRT(WS-HAVERSINE-A))
      *
           COMPUTE WS-DISTANCIA-CALC = 6371 * WS-HAVERSINE-C
      *
           COMPUTE WS-DIST-KM ROUNDED = WS-DISTANCIA-CALC.
      *
       END PROGRAM REEMBKM.
      *-----------------------------------*
