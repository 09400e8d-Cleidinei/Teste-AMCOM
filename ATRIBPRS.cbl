       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ATRIBPRS.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    ATRIBUICAO DOS PROSPECTS EM ABERTO (PROSPECT) AO VENDEDOR
      *    ELEGIVEL MAIS PROXIMO, COM AS MESMAS REGRAS DE DISTANCIA
      *    DA DISTRIBUICAO DE CLIENTES (FAZDISTRIB): VENDEDORES
      *    ATIVOS, SEM AUSENCIA NA DATA E DA FILIAL DA RODADA;
      *    CRITICA OPCIONAL DA COORDENADA; MODO TERRITORIO PELA
      *    UF/CIDADE DO PROSPECT; RAIO MAXIMO. A CAPACIDADE DO MODO
      *    QUOTA NAO SE APLICA: PROSPECT NAO E CARTEIRA.
      *    SEM O INDICADOR TODOS SO ENTRAM OS PROSPECTS AINDA SEM
      *    VENDEDOR; COM ELE TODOS OS ABERTOS SAO RECALCULADOS.
      *    PROSPECT SEM VENDEDOR ELEGIVEL FICA COMO ESTAVA E SAI NO
      *    ATRIBPRS.CSV COM O MOTIVO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROSPECT  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRS-CODIGO
                  ALTERNATE RECORD KEY IS PRS-CNPJ WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PRS.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-AUSENCIA  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AUS-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-AUSENCIA.
           SELECT ATRIB-REL     ASSIGN TO "ATRIBPRS.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PROSPECT'.
       COPY "BOOKPRS.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-AUSENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'VENDAUSENC'.
       COPY "BOOKAUS.CPY".
      *
       FD  ATRIB-REL.
       01  ATRIB-REG PIC X(160).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-PRS             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FS-AUSENCIA             PIC X(002) VALUE "00".
       01  WS-AUSENTE-SW           PIC X(001) VALUE "N".
           88 WS-VEND-AUSENTE                 VALUE "S".
           88 WS-VEND-PRESENTE                VALUE "N".
       01  WS-AUS-ARQ-SW           PIC X(001) VALUE "N".
           88 WS-AUS-DISPONIVEL               VALUE "S".
           88 WS-AUS-INDISPONIVEL             VALUE "N".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-RUN-DATA             PIC 9(008) VALUE ZEROS.
       77  WS-QTD-VEND             PIC 9(004) VALUE ZEROS.
       77  WS-IDX-VEND             PIC 9(004) VALUE ZEROS.
       77  WS-MELHOR-IDX           PIC 9(004) VALUE ZEROS.
       77  WS-DIST-KM              PIC 9(006)V9(002) VALUE ZEROS.
       77  WS-MELHOR-DIST          PIC 9(006)V9(002) VALUE ZEROS.
       77  WS-PI                   PIC 9(001)V9(010) VALUE 3,1415926536.
       01  WS-ACHOU-SW             PIC X(001) VALUE "N".
           88 WS-ACHOU-VENDEDOR               VALUE "S".
           88 WS-NAO-ACHOU-VENDEDOR           VALUE "N".
       01  WS-ELEG-SW              PIC X(001) VALUE "S".
           88 WS-VEND-ELEGIVEL                VALUE "S".
           88 WS-VEND-NAO-ELEGIVEL            VALUE "N".
       01  WS-TERR-SW              PIC X(001) VALUE "N".
           88 WS-TERR-COBRE                   VALUE "S".
           88 WS-TERR-NAO-COBRE               VALUE "N".
       77  WS-QTD-TERR             PIC 9(004) VALUE ZEROS.
       77  WS-TERR-TRAB            PIC X(020) VALUE SPACES.
       77  WS-CID-TRAB             PIC X(030) VALUE SPACES.
       77  WS-TALLY                PIC 9(003) VALUE ZEROS.
       77  WS-QTD-ATRIBUIDOS       PIC 9(005) VALUE ZEROS.
       77  WS-QTD-SEM-VEND         PIC 9(005) VALUE ZEROS.
       77  WS-QTD-ATRIB-ED         PIC ZZZZ9  VALUE ZEROS.
       77  WS-QTD-SEM-ED           PIC ZZZZ9  VALUE ZEROS.
      *-----------------------------------*
      *    LIMITES PLAUSIVEIS DO BRASIL PARA A CRITICA OPCIONAL DE
      *    COORDENADA (MESMOS LIMITES DO FAZDISTRIB E DO AUDGEO).
      *-----------------------------------*
       77  WS-LAT-MIN-BR           PIC S9(003) VALUE -34.
       77  WS-LAT-MAX-BR           PIC S9(003) VALUE +6.
       77  WS-LON-MIN-BR           PIC S9(003) VALUE -74.
       77  WS-LON-MAX-BR           PIC S9(003) VALUE -32.
       01  WS-COORD-SW             PIC X(001) VALUE "S".
           88 WS-COORD-VALIDA                 VALUE "S".
           88 WS-COORD-INVALIDA               VALUE "N".
      *-----------------------------------*
      *    QUIESCE: COM SESSAO DE MANUTENCAO ABERTA (GRVSESS FUNCAO
      *    C) A ATRIBUICAO NAO INICIA.
      *-----------------------------------*
       01  PARAM-SESS.
           03 WS-SESS-FUNCAO       PIC X(001) VALUE SPACES.
           03 WS-SESS-OPER         PIC 9(003) VALUE ZEROS.
           03 WS-SESS-PROGRAMA     PIC X(010) VALUE SPACES.
           03 WS-SESS-QTD          PIC 9(003) VALUE ZEROS.
           03 WS-SESS-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    VENDEDORES ELEGIVEIS DA RODADA EM MEMORIA
      *-----------------------------------*
       01  WS-VEND-TAB.
           03 WS-VEND-ITEM OCCURS 1 TO 999 TIMES
                           DEPENDING ON WS-QTD-VEND.
              05 WS-VEND-COD       PIC 9(003).
              05 WS-VEND-NOME      PIC X(040).
              05 WS-VEND-LAT       PIC S9(003)V9(008).
              05 WS-VEND-LON       PIC S9(003)V9(008).
              05 WS-VEND-TERR      PIC X(020).
      *-----------------------------------*
      *    CAMPOS AUXILIARES PARA O CALCULO DA DISTANCIA (HAVERSINE)
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
       01  WS-CAB                  PIC X(160) VALUE
           "COD PROSPECT;NOME;CIDADE;UF;COD VEND;NOME VENDEDOR;DISTANCIA
      -    " KM;MOTIVO".
       01  WS-DET.
           03 WS-DET-CODIGO        PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NOME          PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-CIDADE        PIC X(030)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-UF            PIC X(002)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-COD-VEND      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NOME-VEND     PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-DIST          PIC ZZZZZ9,99     VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-MOTIVO        PIC X(020)        VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-ATRIBPRS.
           03  ATRPRS-DIST-MAXIMA  PIC 9(006)V9(002).
           03  ATRPRS-MODO-TERRIT  PIC X(001).
               88 ATRPRS-TERRIT-LIGADO      VALUE "S".
           03  ATRPRS-VALIDA-COORD PIC X(001).
               88 ATRPRS-COORD-LIGADA       VALUE "S".
      *    FILIAL DA RODADA (ZERO = TODAS): PROSPECTS E VENDEDORES
      *    DAQUELA FILIAL.
           03  ATRPRS-FILIAL       PIC 9(002).
      *    "S" = RECALCULA TODOS OS ABERTOS; OUTRO = SO SEM VENDEDOR
           03  ATRPRS-TODOS        PIC X(001).
               88 ATRPRS-RECALCULA-TODOS    VALUE "S".
           03  ATRPRS-MSG          PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-ATRIBPRS.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO ATRPRS-MSG
           MOVE ZEROS  TO WS-QTD-ATRIBUIDOS
           MOVE ZEROS  TO WS-QTD-SEM-VEND
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-RUN-DATA
      *
           MOVE "C" TO WS-SESS-FUNCAO
           CALL "GRVSESS" USING PARAM-SESS
           IF WS-SESS-QTD GREATER THAN ZEROS
              MOVE "ATRIBPRS BLOQUEADA - MANUTENCAO ABERTA"
                TO ATRPRS-MSG
              GOBACK
           END-IF
      *
           OPEN I-O ARQ-PROSPECT
           IF FSTATUS-PRS NOT EQUAL "00"
              CLOSE ARQ-PROSPECT
              MOVE "ATRIBPRS: ARQUIVO DE PROSPECTS NAO ENCONTRADO"
                TO ATRPRS-MSG
              GOBACK
           END-IF
      *
           PERFORM 100-CARREGA-VENDEDORES
           IF WS-QTD-VEND EQUAL ZEROS
              CLOSE ARQ-PROSPECT
              MOVE "ATRIBPRS: SEM NENHUM VENDEDOR ELEGIVEL"
                TO ATRPRS-MSG
              GOBACK
           END-IF
      *
           OPEN OUTPUT ATRIB-REL
           WRITE ATRIB-REG FROM WS-CAB
      *
           READ ARQ-PROSPECT NEXT RECORD
           PERFORM UNTIL FSTATUS-PRS NOT EQUAL "00"
              IF PRS-ABERTO
                 AND (ATRPRS-FILIAL EQUAL ZEROS
                      OR PRS-FILIAL EQUAL ATRPRS-FILIAL)
                 AND (ATRPRS-RECALCULA-TODOS
                      OR PRS-COD-VEND EQUAL ZEROS)
                 PERFORM 200-ATRIBUI-PROSPECT
              END-IF
              READ ARQ-PROSPECT NEXT RECORD
           END-PERFORM
      *
           CLOSE ATRIB-REL
           CLOSE ARQ-PROSPECT
      *
           MOVE WS-QTD-ATRIBUIDOS TO WS-QTD-ATRIB-ED
           MOVE WS-QTD-SEM-VEND   TO WS-QTD-SEM-ED
           MOVE SPACES TO ATRPRS-MSG
           STRING "ATRIBPRS - ATRIB:" WS-QTD-ATRIB-ED
                  " SEM VEND:" WS-QTD-SEM-ED
             DELIMITED BY SIZE INTO ATRPRS-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    MESMA CARGA DO FAZDISTRIB: ATIVOS, SEM AUSENCIA COBRINDO
      *    A DATA DA EXECUCAO E DA FILIAL DA RODADA.
      *-----------------------------------*
      *
       100-CARREGA-VENDEDORES SECTION.
      *
           MOVE ZEROS TO WS-QTD-VEND
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              GO TO 100-FIM
           END-IF
      *
           SET WS-AUS-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-AUSENCIA
           IF FS-AUSENCIA EQUAL "00"
              SET WS-AUS-DISPONIVEL TO TRUE
           END-IF
      *
           READ ARQ-VENDEDOR NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-VEND NOT EQUAL "00"
              PERFORM 105-VERIFICA-AUSENCIA
              IF VEND-ATIVO
                 AND WS-VEND-PRESENTE
                 AND (ATRPRS-FILIAL EQUAL ZEROS
                      OR FILIAL-VEND EQUAL ATRPRS-FILIAL)
                 ADD 1 TO WS-QTD-VEND
                 MOVE COD-VEND              TO WS-VEND-COD(WS-QTD-VEND)
                 MOVE NOME-VENDEDOR         TO WS-VEND-NOME(WS-QTD-VEND)
                 MOVE LATITUDE-VENDEDOR     TO WS-VEND-LAT(WS-QTD-VEND)
                 MOVE LONGITUDE-VENDEDOR    TO WS-VEND-LON(WS-QTD-VEND)
                 MOVE FUNCTION UPPER-CASE(TERRITORIO-VEND)
                   TO WS-VEND-TERR(WS-QTD-VEND)
              END-IF
              READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
      *
           IF WS-AUS-DISPONIVEL
              CLOSE ARQ-AUSENCIA
           END-IF
           CLOSE ARQ-VENDEDOR.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *
       105-VERIFICA-AUSENCIA SECTION.
      *
           SET WS-VEND-PRESENTE TO TRUE
      *
           IF WS-AUS-INDISPONIVEL
              GO TO 105-FIM
           END-IF
      *
           MOVE COD-VEND TO AUS-COD-VEND
           MOVE ZEROS    TO AUS-DATA-INI
           START ARQ-AUSENCIA KEY IS NOT LESS THAN AUS-CHAVE
              INVALID KEY
                 GO TO 105-FIM
           END-START
      *
           PERFORM UNTIL FS-AUSENCIA NOT EQUAL "00"
                      OR WS-VEND-AUSENTE
              READ ARQ-AUSENCIA NEXT RECORD
              IF FS-AUSENCIA EQUAL "00"
                 IF AUS-COD-VEND NOT EQUAL COD-VEND
                    OR AUS-DATA-INI GREATER THAN WS-RUN-DATA
                    MOVE "10" TO FS-AUSENCIA
                 ELSE
                    IF AUS-DATA-FIM NOT LESS THAN WS-RUN-DATA
                       SET WS-VEND-AUSENTE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *
           MOVE "00" TO FS-AUSENCIA.
      *
       105-FIM.
           EXIT.

      *-----------------------------------*
      *    UM PROSPECT: CRITICA DA COORDENADA, VENDEDOR ELEGIVEL MAIS
      *    PROXIMO E RAIO MAXIMO. ATRIBUIDO, GRAVA VENDEDOR,
      *    DISTANCIA E DATA NO PROSPECT.
      *-----------------------------------*
      *
       200-ATRIBUI-PROSPECT SECTION.
      *
           MOVE PRS-CODIGO    TO WS-DET-CODIGO
           MOVE PRS-NOME      TO WS-DET-NOME
           MOVE PRS-CIDADE    TO WS-DET-CIDADE
           MOVE PRS-UF        TO WS-DET-UF
           MOVE ZEROS         TO WS-DET-COD-VEND
           MOVE SPACES        TO WS-DET-NOME-VEND
           MOVE ZEROS         TO WS-DET-DIST
           MOVE SPACES        TO WS-DET-MOTIVO
      *
           PERFORM 208-CRITICA-COORDENADA
           IF WS-COORD-INVALIDA
              MOVE "COORDENADA INVALIDA" TO WS-DET-MOTIVO
              GO TO 200-SEM-VENDEDOR
           END-IF
      *
           PERFORM 210-ACHA-VENDEDOR-PROXIMO
           IF WS-NAO-ACHOU-VENDEDOR
              IF ATRPRS-TERRIT-LIGADO
                 AND WS-QTD-TERR EQUAL ZEROS
                 MOVE "FORA DE TERRITORIO" TO WS-DET-MOTIVO
              ELSE
                 MOVE "SEM VENDEDOR" TO WS-DET-MOTIVO
              END-IF
              GO TO 200-SEM-VENDEDOR
           END-IF
      *
           MOVE WS-VEND-COD(WS-MELHOR-IDX)  TO WS-DET-COD-VEND
           MOVE WS-VEND-NOME(WS-MELHOR-IDX) TO WS-DET-NOME-VEND
           MOVE WS-MELHOR-DIST              TO WS-DET-DIST
      *
           IF ATRPRS-DIST-MAXIMA GREATER THAN ZEROS
              AND WS-MELHOR-DIST GREATER THAN ATRPRS-DIST-MAXIMA
              MOVE "FORA DO RAIO MAXIMO" TO WS-DET-MOTIVO
              GO TO 200-SEM-VENDEDOR
           END-IF
      *
           MOVE WS-VEND-COD(WS-MELHOR-IDX) TO PRS-COD-VEND
           MOVE WS-MELHOR-DIST             TO PRS-DISTANCIA
           MOVE WS-RUN-DATA                TO PRS-DATA-ATRIB
           REWRITE ARQ-PRS-REG
           IF FSTATUS-PRS NOT EQUAL "00"
              STRING "ERRO AO GRAVAR FS " FSTATUS-PRS
                DELIMITED BY SIZE INTO WS-DET-MOTIVO
              MOVE "00" TO FSTATUS-PRS
              GO TO 200-SEM-VENDEDOR
           END-IF
      *
           ADD 1 TO WS-QTD-ATRIBUIDOS
           WRITE ATRIB-REG FROM WS-DET
           GO TO 200-FIM.
      *
       200-SEM-VENDEDOR.
           ADD 1 TO WS-QTD-SEM-VEND
           WRITE ATRIB-REG FROM WS-DET.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *    COM A CRITICA LIGADA, COORDENADA ZERADA OU FORA DOS
      *    LIMITES DO BRASIL NAO E ATRIBUIDA.
      *-----------------------------------*
      *
       208-CRITICA-COORDENADA SECTION.
      *
           SET WS-COORD-VALIDA TO TRUE
      *
           IF NOT ATRPRS-COORD-LIGADA
              GO TO 208-FIM
           END-IF
      *
           IF (PRS-LATITUDE EQUAL ZEROS
               AND PRS-LONGITUDE EQUAL ZEROS)
              OR PRS-LATITUDE LESS THAN WS-LAT-MIN-BR
              OR PRS-LATITUDE GREATER THAN WS-LAT-MAX-BR
              OR PRS-LONGITUDE LESS THAN WS-LON-MIN-BR
              OR PRS-LONGITUDE GREATER THAN WS-LON-MAX-BR
              SET WS-COORD-INVALIDA TO TRUE
           END-IF.
      *
       208-FIM.
           EXIT.

      *-----------------------------------*
      *    VARREDURA COMPLETA DOS VENDEDORES DA RODADA (COMO NO
      *    SIMULDIST): O VOLUME DE PROSPECTS NAO JUSTIFICA A JANELA
      *    GEOGRAFICA DO FAZDISTRIB.
      *-----------------------------------*
      *
       210-ACHA-VENDEDOR-PROXIMO SECTION.
      *
           MOVE 1     TO WS-MELHOR-IDX
           MOVE ZEROS TO WS-MELHOR-DIST
           MOVE ZEROS TO WS-QTD-TERR
           SET WS-NAO-ACHOU-VENDEDOR TO TRUE
      *
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND > WS-QTD-VEND
              PERFORM 212-VERIFICA-ELEGIVEL
              IF WS-VEND-ELEGIVEL
                 PERFORM 230-CALCULA-DISTANCIA
                 IF WS-NAO-ACHOU-VENDEDOR
                    OR WS-DIST-KM < WS-MELHOR-DIST
                    MOVE WS-DIST-KM  TO WS-MELHOR-DIST
                    MOVE WS-IDX-VEND TO WS-MELHOR-IDX
                    SET WS-ACHOU-VENDEDOR TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *
       212-VERIFICA-ELEGIVEL SECTION.
      *
           SET WS-VEND-ELEGIVEL TO TRUE
      *
           IF ATRPRS-TERRIT-LIGADO
              PERFORM 213-VERIFICA-TERRITORIO
              IF WS-TERR-COBRE
                 ADD 1 TO WS-QTD-TERR
              ELSE
                 SET WS-VEND-NAO-ELEGIVEL TO TRUE
              END-IF
           END-IF.

      *-----------------------------------*
      *    O TERRITORIO DO VENDEDOR COBRE O PROSPECT QUANDO COMECA
      *    PELA UF DELE OU QUANDO A CIDADE DELE APARECE NO TEXTO DO
      *    TERRITORIO (MESMA REGRA DO FAZDISTRIB).
      *-----------------------------------*
      *
       213-VERIFICA-TERRITORIO SECTION.
      *
           SET WS-TERR-NAO-COBRE TO TRUE
      *
           MOVE WS-VEND-TERR(WS-IDX-VEND) TO WS-TERR-TRAB
      *
           IF WS-TERR-TRAB EQUAL SPACES
              GO TO 213-FIM
           END-IF
      *
           IF WS-TERR-TRAB(1:2) EQUAL FUNCTION UPPER-CASE(PRS-UF)
              SET WS-TERR-COBRE TO TRUE
              GO TO 213-FIM
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(PRS-CIDADE) TO WS-CID-TRAB
           IF WS-CID-TRAB NOT EQUAL SPACES
              MOVE ZERO TO WS-TALLY
              INSPECT WS-TERR-TRAB TALLYING WS-TALLY
                 FOR ALL FUNCTION TRIM(WS-CID-TRAB)
              IF WS-TALLY GREATER THAN ZERO
                 SET WS-TERR-COBRE TO TRUE
              END-IF
           END-IF.
      *
       213-FIM.
           EXIT.

      *-----------------------------------*
      *    DISTANCIA ENTRE O PROSPECT ATUAL E O VENDEDOR WS-IDX-VEND,
      *    PELA FORMULA DE HAVERSINE (RAIO MEDIO DA TERRA 6371 KM)
      *-----------------------------------*
      *
       230-CALCULA-DISTANCIA SECTION.
      *
           COMPUTE WS-LAT1-RAD =
                   PRS-LATITUDE * WS-PI / 180
           COMPUTE WS-LON1-RAD =
                   PRS-LONGITUDE * WS-PI / 180
           COMPUTE WS-LAT2-RAD =
                   WS-VEND-LAT(WS-IDX-VEND) * WS-PI / 180
           COMPUTE WS-LON2-RAD =
                   WS-VEND-LON(WS-IDX-VEND) * WS-PI / 180
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
       END PROGRAM ATRIBPRS.
      *-----------------------------------*
