       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ROMANEIO.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    ROMANEIO DE CARGA DA FILIAL: MONTA AS CARGAS DOS VEICULOS
      *    ATIVOS DA FILIAL (ARQUIVO VEICULOS, NA ORDEM DO CODIGO)
      *    COM OS PEDIDOS FATURADOS AGUARDANDO CARGA OU QUE VOLTARAM
      *    COM FALHA DE ENTREGA (ARQUIVO ENTREGAS). SO SAI PEDIDO COM
      *    A NF-E AUTORIZADA (OU FATURA SEM NF-E) E CLIENTE COM
      *    COORDENADAS. CADA VEICULO PARTE DO DEPOSITO DA FILIAL E
      *    SEGUE SEMPRE PARA A ENTREGA AINDA NAO CARREGADA MAIS
      *    PROXIMA DO PONTO ATUAL QUE CAIBA NOS VOLUMES QUE RESTAM E
      *    NO LIMITE DE ENTREGAS DO VEICULO (MESMA HAVERSINE DO
      *    RELROTA). GERA O ROMANEIO_FNN.TXT COM A SEQUENCIA DE
      *    ENTREGAS DE CADA VEICULO, O CAMPO DE RECEBIMENTO DE CADA
      *    PARADA E, NO FIM, OS PEDIDOS QUE FICARAM FORA DA CARGA
      *    COM O MOTIVO. OS PEDIDOS CARREGADOS PASSAM A EM ROTA COM
      *    A DATA DA CARGA, O VEICULO E A ORDEM NA ROTA.
      *    DATA DA CARGA EM BRANCO = HOJE.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENTREGA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ENT-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS ENT-CHAVE-FILA WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTREGA.
           SELECT ARQ-VEICULO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VEI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VEICULO.
           SELECT ARQ-FILIAL    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FIL-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FIL.
           SELECT ARQ-FATURA    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FAT.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ROMAN-REL     ASSIGN TO WS-NOME-ROMANEIO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-REL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENTREGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ENTREGAS'.
       COPY "BOOKENT.CPY".
      *
       FD  ARQ-VEICULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'VEICULOS'.
       COPY "BOOKVEI.CPY".
      *
       FD  ARQ-FILIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FILIAIS'.
       COPY "BOOKFIL.CPY".
      *
       FD  ARQ-FATURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FATURAS'.
       COPY "BOOKFAT.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ROMAN-REL.
       01  ROMAN-REG PIC X(100).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FS-ENTREGA              PIC X(002) VALUE "00".
       77  FS-VEICULO              PIC X(002) VALUE "00".
       77  FSTATUS-FIL             PIC X(002) VALUE "00".
       77  FSTATUS-FAT             PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FS-REL                  PIC X(002) VALUE "00".
       77  WS-NOME-ROMANEIO        PIC X(030) VALUE SPACES.
       77  WS-FILIAL-ED            PIC 9(002) VALUE ZEROS.
       77  WS-FIL-NOME             PIC X(030) VALUE SPACES.
       77  WS-DATA-CARGA           PIC 9(008) VALUE ZEROS.
       77  WS-SITUACAO-FILA        PIC X(001) VALUE SPACES.
       77  WS-MOTIVO-FORA          PIC X(030) VALUE SPACES.
       77  WS-QTD-VEIC             PIC 9(003) VALUE ZEROS.
       77  WS-IDX-VEIC             PIC 9(003) VALUE ZEROS.
       77  WS-QTD-PONTOS           PIC 9(004) VALUE ZEROS.
       77  WS-IDX-PONTO            PIC 9(004) VALUE ZEROS.
       77  WS-PROX-IDX             PIC 9(004) VALUE ZEROS.
       77  WS-QTD-CARREGADAS       PIC 9(004) VALUE ZEROS.
       77  WS-QTD-VEIC-USADOS      PIC 9(003) VALUE ZEROS.
       77  WS-QTD-FORA             PIC 9(004) VALUE ZEROS.
       77  WS-QTD-ERROS            PIC 9(004) VALUE ZEROS.
       77  WS-IDX-ORDEM            PIC 9(004) VALUE ZEROS.
       77  WS-VOL-RESTA            PIC 9(005) VALUE ZEROS.
       77  WS-SEQ-ROTA             PIC 9(003) VALUE ZEROS.
       77  WS-DIST-KM              PIC 9(006)V9(002) VALUE ZEROS.
       77  WS-MENOR-DIST           PIC 9(006)V9(002) VALUE ZEROS.
       77  WS-PI                   PIC 9(001)V9(010) VALUE 3,1415926536.
       77  WS-AVISO-CAP            PIC X(001) VALUE "N".
       77  WS-QTD-CARREG-ED        PIC ZZZ9 VALUE ZEROS.
       77  WS-QTD-VEIC-ED          PIC ZZ9 VALUE ZEROS.
       77  WS-QTD-FORA-ED          PIC ZZZ9 VALUE ZEROS.
       01  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       01  WS-FIM-CARGA-SW         PIC X(001) VALUE "N".
           88 WS-FIM-CARGA                    VALUE "S".
      *-----------------------------------*
      *    DEPOSITO DA FILIAL, PONTO CORRENTE DA ROTA E DESTINO DO
      *    TRECHO CALCULADO
      *-----------------------------------*
       77  WS-DEPOSITO-LAT         PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-DEPOSITO-LON         PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-ATUAL-LAT            PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-ATUAL-LON            PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-DESTINO-LAT          PIC S9(003)V9(008) VALUE ZEROS.
       77  WS-DESTINO-LON          PIC S9(003)V9(008) VALUE ZEROS.
      *-----------------------------------*
      *    VEICULOS ATIVOS DA FILIAL E O RESULTADO DA CARGA DE CADA UM
      *-----------------------------------*
       01  WS-VEIC-TAB.
           03 WS-VEIC-ITEM OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-QTD-VEIC.
              05 WS-VC-CODIGO      PIC 9(003).
              05 WS-VC-PLACA       PIC X(007).
              05 WS-VC-DESCRICAO   PIC X(030).
              05 WS-VC-CAPACIDADE  PIC 9(005).
              05 WS-VC-MAX         PIC 9(003).
              05 WS-VC-QTD-ENTR    PIC 9(003).
              05 WS-VC-VOLUMES     PIC 9(005).
              05 WS-VC-VALOR       PIC 9(009)V9(002).
              05 WS-VC-KM-ROTA     PIC 9(008)V9(002).
              05 WS-VC-KM-RETORNO  PIC 9(006)V9(002).
      *-----------------------------------*
      *    FILA DE ENTREGAS DA FILIAL. VEICULO ZERO E MOTIVO EM
      *    BRANCO = CANDIDATA AINDA NAO CARREGADA.
      *-----------------------------------*
       01  WS-PONTOS-TAB.
           03 WS-PONTO-ITEM OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-QTD-PONTOS.
              05 WS-PT-NUM-PEDIDO  PIC 9(007).
              05 WS-PT-NUM-FATURA  PIC 9(007).
              05 WS-PT-COD-CLI     PIC 9(007).
              05 WS-PT-RAZAO       PIC X(040).
              05 WS-PT-CIDADE      PIC X(030).
              05 WS-PT-VOLUMES     PIC 9(005).
              05 WS-PT-VALOR       PIC 9(007)V9(002).
              05 WS-PT-LAT         PIC S9(003)V9(008).
              05 WS-PT-LON         PIC S9(003)V9(008).
              05 WS-PT-VEICULO     PIC 9(003).
              05 WS-PT-SEQ         PIC 9(003).
              05 WS-PT-TRECHO      PIC 9(006)V9(002).
              05 WS-PT-MOTIVO      PIC X(030).
      *    ORDEM DE CARGA: INDICE NA FILA, VEICULO A VEICULO
       01  WS-ORDEM-TAB.
           03 WS-ORDEM-IDX         PIC 9(004) OCCURS 5000 TIMES.
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
      *    LINHAS DO ROMANEIO
      *-----------------------------------*
       01  WS-REL-TRACO            PIC X(100) VALUE ALL "=".
       01  WS-REL-FIO              PIC X(100) VALUE ALL "-".
       01  WS-REL-CAB1.
           03 FILLER               PIC X(027) VALUE
              "ROMANEIO DE CARGA - FILIAL ".
           03 WS-CAB1-FILIAL       PIC 9(002) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-CAB1-NOME         PIC X(030) VALUE SPACES.
           03 FILLER               PIC X(014) VALUE "  DATA CARGA: ".
           03 WS-CAB1-DATA         PIC 9(008) VALUE ZEROS.
       01  WS-REL-CAB2.
           03 FILLER               PIC X(009) VALUE "VEICULO: ".
           03 WS-CAB2-VEICULO      PIC 9(003) VALUE ZEROS.
           03 FILLER               PIC X(009) VALUE "  PLACA: ".
           03 WS-CAB2-PLACA        PIC X(007) VALUE SPACES.
           03 FILLER               PIC X(002) VALUE SPACES.
           03 WS-CAB2-DESCRICAO    PIC X(030) VALUE SPACES.
           03 FILLER               PIC X(014) VALUE "  CAPACIDADE: ".
           03 WS-CAB2-CAPACIDADE   PIC ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC X(008) VALUE " VOLUMES".
       01  WS-REL-CAB3.
           03 FILLER               PIC X(050) VALUE
              "SEQ PEDIDO  FATURA  CLIENTE RAZAO SOCIAL".
           03 FILLER               PIC X(045) VALUE
              "      CIDADE            VOL      VALOR  KM".
       01  WS-REL-DET.
           03 WS-DET-SEQ           PIC 9(003) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-DET-PEDIDO        PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-DET-FATURA        PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-DET-COD-CLI       PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-DET-RAZAO         PIC X(025) VALUE SPACES.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-DET-CIDADE        PIC X(015) VALUE SPACES.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-DET-VOLUMES       PIC ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-DET-VALOR         PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-DET-KM            PIC ZZZZ9,99 VALUE ZEROS.
       01  WS-REL-RECEBE           PIC X(100) VALUE
           "    RECEBIDO POR: ______________________________  DATA: __/
      -    "__/____  VOLUMES: _____".
       01  WS-REL-TOT1.
           03 FILLER               PIC X(008) VALUE "TOTAL: ".
           03 WS-TOT-QTD           PIC ZZ9    VALUE ZEROS.
           03 FILLER               PIC X(012) VALUE " ENTREGA(S) ".
           03 FILLER               PIC X(009) VALUE "VOLUMES: ".
           03 WS-TOT-VOLUMES       PIC ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC X(009) VALUE "  VALOR: ".
           03 WS-TOT-VALOR         PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  WS-REL-TOT2.
           03 FILLER               PIC X(016) VALUE "KM DA ROTA.....:".
           03 WS-TOT-KM-ROTA       PIC ZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X(022) VALUE
              "  RETORNO AO DEPOSITO:".
           03 WS-TOT-KM-RETORNO    PIC ZZZZZ9,99 VALUE ZEROS.
       01  WS-REL-ASSINA           PIC X(100) VALUE
           "MOTORISTA: ______________________________   CONFERENTE: ___
      -    "___________________________".
       01  WS-REL-VAZIO            PIC X(100) VALUE
           "    NENHUMA ENTREGA COUBE NESTE VEICULO".
       01  WS-REL-FORA-CAB         PIC X(100) VALUE
           "PEDIDOS NAO CARREGADOS".
       01  WS-REL-FORA-CAB2.
           03 FILLER               PIC X(050) VALUE
              "PEDIDO  FATURA  CLIENTE RAZAO SOCIAL".
           03 FILLER               PIC X(030) VALUE
              "    VOL MOTIVO".
       01  WS-REL-FORA.
           03 WS-FORA-PEDIDO       PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-FORA-FATURA       PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-FORA-COD-CLI      PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-FORA-RAZAO        PIC X(025) VALUE SPACES.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-FORA-VOLUMES      PIC ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-FORA-MOTIVO       PIC X(030) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-ROMANEIO.
           03  ROMAN-FILIAL        PIC 9(002) VALUE ZEROS.
           03  ROMAN-DATA-CARGA    PIC 9(008) VALUE ZEROS.
           03  ROMAN-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-ROMANEIO.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO ROMAN-MSG
           MOVE ZEROS  TO WS-QTD-VEIC
           MOVE ZEROS  TO WS-QTD-PONTOS
           MOVE ZEROS  TO WS-QTD-CARREGADAS
           MOVE ZEROS  TO WS-QTD-VEIC-USADOS
           MOVE ZEROS  TO WS-QTD-FORA
           MOVE ZEROS  TO WS-QTD-ERROS
           MOVE ZEROS  TO WS-IDX-ORDEM
      *
           IF ROMAN-FILIAL EQUAL ZEROS
              MOVE "ROMANEIO: INFORMAR A FILIAL" TO ROMAN-MSG
              GOBACK
           END-IF
      *
           MOVE ROMAN-DATA-CARGA TO WS-DATA-CARGA
           IF WS-DATA-CARGA EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-CARGA
           END-IF
      *
           OPEN INPUT ARQ-FILIAL
           MOVE ROMAN-FILIAL TO FIL-CODIGO
           READ ARQ-FILIAL RECORD
             KEY IS FIL-CODIGO
           IF FSTATUS-FIL NOT EQUAL "00"
              CLOSE ARQ-FILIAL
              MOVE "ROMANEIO: FILIAL NAO ENCONTRADA" TO ROMAN-MSG
              GOBACK
           END-IF
           CLOSE ARQ-FILIAL
      *
           IF NOT FIL-ATIVA
              MOVE "ROMANEIO: FILIAL DEVE SER ATIVA" TO ROMAN-MSG
              GOBACK
           END-IF
           IF FIL-LATITUDE EQUAL ZEROS AND FIL-LONGITUDE EQUAL ZEROS
              MOVE "ROMANEIO: COORDENADA DO DEPOSITO AUSENTE"
                TO ROMAN-MSG
              GOBACK
           END-IF
           MOVE FIL-NOME      TO WS-FIL-NOME
           MOVE FIL-LATITUDE  TO WS-DEPOSITO-LAT
           MOVE FIL-LONGITUDE TO WS-DEPOSITO-LON
      *
           PERFORM 100-CARREGA-VEICULOS
           IF WS-QTD-VEIC EQUAL ZEROS
              MOVE "ROMANEIO: VEICULO ATIVO NAO ENCONTRADO"
                TO ROMAN-MSG
              GOBACK
           END-IF
      *
           OPEN I-O ARQ-ENTREGA
           IF FS-ENTREGA NOT EQUAL "00"
              CLOSE ARQ-ENTREGA
              MOVE "ROMANEIO: ARQUIVO ENTREGAS INEXISTENTE"
                TO ROMAN-MSG
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-FATURA
           OPEN INPUT ARQ-CLIENTE
           MOVE "A" TO WS-SITUACAO-FILA
           PERFORM 200-CARREGA-FILA
           MOVE "F" TO WS-SITUACAO-FILA
           PERFORM 200-CARREGA-FILA
           CLOSE ARQ-FATURA
           CLOSE ARQ-CLIENTE
      *
           IF WS-QTD-PONTOS EQUAL ZEROS
              CLOSE ARQ-ENTREGA
              MOVE "ROMANEIO: NENHUMA ENTREGA PARA CARGA"
                TO ROMAN-MSG
              GOBACK
           END-IF
      *
           PERFORM VARYING WS-IDX-VEIC FROM 1 BY 1
                   UNTIL WS-IDX-VEIC > WS-QTD-VEIC
              PERFORM 300-MONTA-CARGA
           END-PERFORM
      *
           PERFORM 400-IMPRIME-ROMANEIO
           PERFORM 500-ATUALIZA-ENTREGAS
           CLOSE ARQ-ENTREGA
      *
           MOVE WS-QTD-CARREGADAS  TO WS-QTD-CARREG-ED
           MOVE WS-QTD-VEIC-USADOS TO WS-QTD-VEIC-ED
           MOVE WS-QTD-FORA        TO WS-QTD-FORA-ED
           DISPLAY "ROMANEIO: " WS-QTD-FORA-ED
                   " PEDIDO(S) FORA DA CARGA - VER " WS-NOME-ROMANEIO
           IF WS-QTD-ERROS GREATER THAN ZEROS
              MOVE "ROMANEIO: ERRO AO ATUALIZAR ENTREGAS" TO ROMAN-MSG
           ELSE
              STRING "CARGA: " WS-QTD-CARREG-ED
                     " ENTREGA(S) EM " WS-QTD-VEIC-ED " VEICULO(S)"
                INTO ROMAN-MSG
           END-IF
      *
           GOBACK.

      *-----------------------------------*
      *    VEICULOS ATIVOS DA FILIAL, NA ORDEM DO CODIGO
      *-----------------------------------*
      *
       100-CARREGA-VEICULOS SECTION.
      *
           OPEN INPUT ARQ-VEICULO
           IF FS-VEICULO NOT EQUAL "00"
              CLOSE ARQ-VEICULO
              GO TO 100-FIM
           END-IF
      *
           MOVE ROMAN-FILIAL TO VEI-FILIAL
           MOVE ZEROS        TO VEI-CODIGO
           START ARQ-VEICULO KEY IS NOT LESS THAN VEI-CHAVE
              INVALID KEY
                 MOVE "23" TO FS-VEICULO
           END-START
           IF FS-VEICULO EQUAL "00"
              READ ARQ-VEICULO NEXT RECORD
           END-IF
      *
           PERFORM UNTIL FS-VEICULO NOT EQUAL "00"
                      OR VEI-FILIAL NOT EQUAL ROMAN-FILIAL
                      OR WS-QTD-VEIC EQUAL 200
              IF VEI-ATIVO AND VEI-CAP-VOLUMES GREATER THAN ZEROS
                 ADD 1 TO WS-QTD-VEIC
                 MOVE VEI-CODIGO       TO WS-VC-CODIGO(WS-QTD-VEIC)
                 MOVE VEI-PLACA        TO WS-VC-PLACA(WS-QTD-VEIC)
                 MOVE VEI-DESCRICAO    TO WS-VC-DESCRICAO(WS-QTD-VEIC)
                 MOVE VEI-CAP-VOLUMES  TO
                      WS-VC-CAPACIDADE(WS-QTD-VEIC)
                 MOVE VEI-MAX-ENTREGAS TO WS-VC-MAX(WS-QTD-VEIC)
                 MOVE ZEROS TO WS-VC-QTD-ENTR(WS-QTD-VEIC)
                 MOVE ZEROS TO WS-VC-VOLUMES(WS-QTD-VEIC)
                 MOVE ZEROS TO WS-VC-VALOR(WS-QTD-VEIC)
                 MOVE ZEROS TO WS-VC-KM-ROTA(WS-QTD-VEIC)
                 MOVE ZEROS TO WS-VC-KM-RETORNO(WS-QTD-VEIC)
              END-IF
              READ ARQ-VEICULO NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-VEICULO.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    FILA DA FILIAL NA SITUACAO INFORMADA (A = AGUARDANDO
      *    CARGA, F = VOLTOU COM FALHA), PELA CHAVE ALTERNATIVA
      *    FILIAL + SITUACAO. PEDIDO QUE NAO PODE SAIR JA ENTRA NA
      *    TABELA COM O MOTIVO.
      *-----------------------------------*
      *
       200-CARREGA-FILA SECTION.
      *
           MOVE ROMAN-FILIAL     TO ENT-FILIAL
           MOVE WS-SITUACAO-FILA TO ENT-SITUACAO
           START ARQ-ENTREGA KEY IS EQUAL ENT-CHAVE-FILA
              INVALID KEY
                 MOVE "23" TO FS-ENTREGA
           END-START
           IF FS-ENTREGA EQUAL "00"
              READ ARQ-ENTREGA NEXT RECORD
           END-IF
      *
           PERFORM UNTIL (FS-ENTREGA NOT EQUAL "00"
                          AND FS-ENTREGA NOT EQUAL "02")
                      OR ENT-FILIAL   NOT EQUAL ROMAN-FILIAL
                      OR ENT-SITUACAO NOT EQUAL WS-SITUACAO-FILA
              IF WS-QTD-PONTOS LESS THAN 5000
                 PERFORM 210-INCLUI-PONTO
              ELSE
                 IF WS-AVISO-CAP EQUAL "N"
                    MOVE "S" TO WS-AVISO-CAP
                    DISPLAY "ROMANEIO: FILA COM MAIS DE 5000 ENTREGAS"
                            " - EXCEDENTE FICA PARA A PROXIMA CARGA"
                 END-IF
              END-IF
              READ ARQ-ENTREGA NEXT RECORD
           END-PERFORM.

      *-----------------------------------*
      *
       210-INCLUI-PONTO SECTION.
      *
           ADD 1 TO WS-QTD-PONTOS
           MOVE ENT-NUM-PEDIDO TO WS-PT-NUM-PEDIDO(WS-QTD-PONTOS)
           MOVE ENT-NUM-FATURA TO WS-PT-NUM-FATURA(WS-QTD-PONTOS)
           MOVE ENT-COD-CLI    TO WS-PT-COD-CLI(WS-QTD-PONTOS)
           MOVE ENT-VOLUMES    TO WS-PT-VOLUMES(WS-QTD-PONTOS)
           MOVE ENT-VALOR      TO WS-PT-VALOR(WS-QTD-PONTOS)
           MOVE SPACES         TO WS-PT-RAZAO(WS-QTD-PONTOS)
           MOVE SPACES         TO WS-PT-CIDADE(WS-QTD-PONTOS)
           MOVE ZEROS          TO WS-PT-LAT(WS-QTD-PONTOS)
           MOVE ZEROS          TO WS-PT-LON(WS-QTD-PONTOS)
           MOVE ZEROS          TO WS-PT-VEICULO(WS-QTD-PONTOS)
           MOVE ZEROS          TO WS-PT-SEQ(WS-QTD-PONTOS)
           MOVE ZEROS          TO WS-PT-TRECHO(WS-QTD-PONTOS)
           MOVE SPACES         TO WS-MOTIVO-FORA
      *
           MOVE ENT-NUM-FATURA TO NUM-FATURA
           READ ARQ-FATURA RECORD
             KEY IS NUM-FATURA
           EVALUATE TRUE
              WHEN FSTATUS-FAT NOT EQUAL "00"
                 MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-FORA
              WHEN FAT-NFE-PENDENTE
                 MOVE "NF-E PENDENTE DE AUTORIZACAO" TO WS-MOTIVO-FORA
              WHEN FAT-NFE-REJEITADA
                 MOVE "NF-E REJEITADA" TO WS-MOTIVO-FORA
              WHEN FAT-NFE-DENEGADA
                 MOVE "NF-E DENEGADA" TO WS-MOTIVO-FORA
           END-EVALUATE
      *
           MOVE ENT-COD-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI EQUAL "00"
              MOVE RAZAO-SOCIAL  TO WS-PT-RAZAO(WS-QTD-PONTOS)
              MOVE CIDADE-CLI    TO WS-PT-CIDADE(WS-QTD-PONTOS)
              MOVE LATI-CLIENTE  TO WS-PT-LAT(WS-QTD-PONTOS)
              MOVE LONGI-CLIENTE TO WS-PT-LON(WS-QTD-PONTOS)
              IF LATI-CLIENTE EQUAL ZEROS
                 AND LONGI-CLIENTE EQUAL ZEROS
                 AND WS-MOTIVO-FORA EQUAL SPACES
                 MOVE "CLIENTE SEM COORDENADAS" TO WS-MOTIVO-FORA
              END-IF
           ELSE
              IF WS-MOTIVO-FORA EQUAL SPACES
                 MOVE "CLIENTE NAO ENCONTRADO" TO WS-MOTIVO-FORA
              END-IF
           END-IF
      *
           MOVE WS-MOTIVO-FORA TO WS-PT-MOTIVO(WS-QTD-PONTOS).

      *-----------------------------------*
      *    CARGA DO VEICULO CORRENTE: PARTE DO DEPOSITO E VAI SEMPRE
      *    PARA A CANDIDATA MAIS PROXIMA QUE CAIBA NOS VOLUMES QUE
      *    RESTAM, ATE NAO CABER MAIS NADA OU ATINGIR O LIMITE DE
      *    ENTREGAS DO VEICULO.
      *-----------------------------------*
      *
       300-MONTA-CARGA SECTION.
      *
           MOVE WS-DEPOSITO-LAT TO WS-ATUAL-LAT
           MOVE WS-DEPOSITO-LON TO WS-ATUAL-LON
           MOVE WS-VC-CAPACIDADE(WS-IDX-VEIC) TO WS-VOL-RESTA
           MOVE ZEROS TO WS-SEQ-ROTA
           MOVE "N"   TO WS-FIM-CARGA-SW
      *
           PERFORM UNTIL WS-FIM-CARGA
              IF WS-VC-MAX(WS-IDX-VEIC) GREATER THAN ZEROS
                 AND WS-SEQ-ROTA NOT LESS THAN WS-VC-MAX(WS-IDX-VEIC)
                 SET WS-FIM-CARGA TO TRUE
              ELSE
                 PERFORM 330-ACHA-MAIS-PROXIMO
                 IF WS-PROX-IDX EQUAL ZEROS
                    SET WS-FIM-CARGA TO TRUE
                 ELSE
                    PERFORM 310-CARREGA-ENTREGA
                 END-IF
              END-IF
           END-PERFORM
      *
           IF WS-SEQ-ROTA GREATER THAN ZEROS
              ADD 1 TO WS-QTD-VEIC-USADOS
              MOVE WS-DEPOSITO-LAT TO WS-DESTINO-LAT
              MOVE WS-DEPOSITO-LON TO WS-DESTINO-LON
              PERFORM 340-CALCULA-DISTANCIA
              MOVE WS-DIST-KM TO WS-VC-KM-RETORNO(WS-IDX-VEIC)
           END-IF.

      *-----------------------------------*
      *
       310-CARREGA-ENTREGA SECTION.
      *
           ADD 1 TO WS-SEQ-ROTA
           ADD 1 TO WS-QTD-CARREGADAS
           ADD 1 TO WS-IDX-ORDEM
           MOVE WS-PROX-IDX TO WS-ORDEM-IDX(WS-IDX-ORDEM)
      *
           MOVE WS-VC-CODIGO(WS-IDX-VEIC) TO WS-PT-VEICULO(WS-PROX-IDX)
           MOVE WS-SEQ-ROTA               TO WS-PT-SEQ(WS-PROX-IDX)
           MOVE WS-MENOR-DIST             TO WS-PT-TRECHO(WS-PROX-IDX)
           SUBTRACT WS-PT-VOLUMES(WS-PROX-IDX) FROM WS-VOL-RESTA
      *
           ADD 1 TO WS-VC-QTD-ENTR(WS-IDX-VEIC)
           ADD WS-PT-VOLUMES(WS-PROX-IDX) TO WS-VC-VOLUMES(WS-IDX-VEIC)
           ADD WS-PT-VALOR(WS-PROX-IDX)   TO WS-VC-VALOR(WS-IDX-VEIC)
           ADD WS-MENOR-DIST              TO WS-VC-KM-ROTA(WS-IDX-VEIC)
      *
           MOVE WS-PT-LAT(WS-PROX-IDX) TO WS-ATUAL-LAT
           MOVE WS-PT-LON(WS-PROX-IDX) TO WS-ATUAL-LON.

      *-----------------------------------*
      *    CANDIDATA MAIS PROXIMA DO PONTO ATUAL QUE CABE NO VEICULO
      *    (ZERO = NENHUMA)
      *-----------------------------------*
      *
       330-ACHA-MAIS-PROXIMO SECTION.
      *
           MOVE ZEROS TO WS-PROX-IDX
           MOVE ZEROS TO WS-MENOR-DIST
      *
           PERFORM VARYING WS-IDX-PONTO FROM 1 BY 1
                   UNTIL WS-IDX-PONTO > WS-QTD-PONTOS
              IF WS-PT-VEICULO(WS-IDX-PONTO) EQUAL ZEROS
                 AND WS-PT-MOTIVO(WS-IDX-PONTO) EQUAL SPACES
                 AND WS-PT-VOLUMES(WS-IDX-PONTO)
                     NOT GREATER THAN WS-VOL-RESTA
                 MOVE WS-PT-LAT(WS-IDX-PONTO) TO WS-DESTINO-LAT
                 MOVE WS-PT-LON(WS-IDX-PONTO) TO WS-DESTINO-LON
                 PERFORM 340-CALCULA-DISTANCIA
                 IF WS-PROX-IDX EQUAL ZEROS
                    OR WS-DIST-KM LESS THAN WS-MENOR-DIST
                    MOVE WS-DIST-KM   TO WS-MENOR-DIST
                    MOVE WS-IDX-PONTO TO WS-PROX-IDX
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    DISTANCIA DO PONTO ATUAL DA ROTA AO DESTINO DO TRECHO,
      *    PELA MESMA FORMULA DE HAVERSINE DO RELROTA.
      *-----------------------------------*
      *
       340-CALCULA-DISTANCIA SECTION.
      *
           COMPUTE WS-LAT1-RAD =
                   WS-ATUAL-LAT * WS-PI / 180
           COMPUTE WS-LON1-RAD =
                   WS-ATUAL-LON * WS-PI / 180
           COMPUTE WS-LAT2-RAD =
                   WS-DESTINO-LAT * WS-PI / 180
           COMPUTE WS-LON2-RAD =
                   WS-DESTINO-LON * WS-PI / 180
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

      *-----------------------------------*
      *    ROMANEIO_FNN.TXT: UM BLOCO POR VEICULO NA ORDEM DE CARGA
      *    E, NO FIM, OS PEDIDOS QUE FICARAM FORA.
      *-----------------------------------*
      *
       400-IMPRIME-ROMANEIO SECTION.
      *
           MOVE ROMAN-FILIAL TO WS-FILIAL-ED
           MOVE SPACES TO WS-NOME-ROMANEIO
           STRING "ROMANEIO_F" WS-FILIAL-ED ".TXT"
             DELIMITED BY SIZE INTO WS-NOME-ROMANEIO
           OPEN OUTPUT ROMAN-REL
      *
           MOVE ROMAN-FILIAL  TO WS-CAB1-FILIAL
           MOVE WS-FIL-NOME   TO WS-CAB1-NOME
           MOVE WS-DATA-CARGA TO WS-CAB1-DATA
           MOVE ZEROS TO WS-IDX-ORDEM
      *
           PERFORM VARYING WS-IDX-VEIC FROM 1 BY 1
                   UNTIL WS-IDX-VEIC > WS-QTD-VEIC
              PERFORM 410-IMPRIME-VEICULO
           END-PERFORM
      *
           WRITE ROMAN-REG FROM WS-REL-TRACO
           WRITE ROMAN-REG FROM WS-REL-FORA-CAB
           WRITE ROMAN-REG FROM WS-REL-FORA-CAB2
           WRITE ROMAN-REG FROM WS-REL-FIO
           PERFORM VARYING WS-IDX-PONTO FROM 1 BY 1
                   UNTIL WS-IDX-PONTO > WS-QTD-PONTOS
              IF WS-PT-VEICULO(WS-IDX-PONTO) EQUAL ZEROS
                 PERFORM 420-IMPRIME-FORA
              END-IF
           END-PERFORM
      *
           CLOSE ROMAN-REL.

      *-----------------------------------*
      *
       410-IMPRIME-VEICULO SECTION.
      *
           MOVE WS-VC-CODIGO(WS-IDX-VEIC)     TO WS-CAB2-VEICULO
           MOVE WS-VC-PLACA(WS-IDX-VEIC)      TO WS-CAB2-PLACA
           MOVE WS-VC-DESCRICAO(WS-IDX-VEIC)  TO WS-CAB2-DESCRICAO
           MOVE WS-VC-CAPACIDADE(WS-IDX-VEIC) TO WS-CAB2-CAPACIDADE
      *
           WRITE ROMAN-REG FROM WS-REL-TRACO
           WRITE ROMAN-REG FROM WS-REL-CAB1
           WRITE ROMAN-REG FROM WS-REL-CAB2
           WRITE ROMAN-REG FROM WS-REL-FIO
      *
           IF WS-VC-QTD-ENTR(WS-IDX-VEIC) EQUAL ZEROS
              WRITE ROMAN-REG FROM WS-REL-VAZIO
              MOVE SPACES TO ROMAN-REG
              WRITE ROMAN-REG
              GO TO 410-FIM
           END-IF
      *
           WRITE ROMAN-REG FROM WS-REL-CAB3
           PERFORM WS-VC-QTD-ENTR(WS-IDX-VEIC) TIMES
              ADD 1 TO WS-IDX-ORDEM
              MOVE WS-ORDEM-IDX(WS-IDX-ORDEM) TO WS-IDX-PONTO
              MOVE WS-PT-SEQ(WS-IDX-PONTO)        TO WS-DET-SEQ
              MOVE WS-PT-NUM-PEDIDO(WS-IDX-PONTO) TO WS-DET-PEDIDO
              MOVE WS-PT-NUM-FATURA(WS-IDX-PONTO) TO WS-DET-FATURA
              MOVE WS-PT-COD-CLI(WS-IDX-PONTO)    TO WS-DET-COD-CLI
              MOVE WS-PT-RAZAO(WS-IDX-PONTO)      TO WS-DET-RAZAO
              MOVE WS-PT-CIDADE(WS-IDX-PONTO)     TO WS-DET-CIDADE
              MOVE WS-PT-VOLUMES(WS-IDX-PONTO)    TO WS-DET-VOLUMES
              MOVE WS-PT-VALOR(WS-IDX-PONTO)      TO WS-DET-VALOR
              MOVE WS-PT-TRECHO(WS-IDX-PONTO)     TO WS-DET-KM
              WRITE ROMAN-REG FROM WS-REL-DET
              WRITE ROMAN-REG FROM WS-REL-RECEBE
           END-PERFORM
      *
           MOVE WS-VC-QTD-ENTR(WS-IDX-VEIC)   TO WS-TOT-QTD
           MOVE WS-VC-VOLUMES(WS-IDX-VEIC)    TO WS-TOT-VOLUMES
           MOVE WS-VC-VALOR(WS-IDX-VEIC)      TO WS-TOT-VALOR
           MOVE WS-VC-KM-ROTA(WS-IDX-VEIC)    TO WS-TOT-KM-ROTA
           MOVE WS-VC-KM-RETORNO(WS-IDX-VEIC) TO WS-TOT-KM-RETORNO
           WRITE ROMAN-REG FROM WS-REL-FIO
           WRITE ROMAN-REG FROM WS-REL-TOT1
           WRITE ROMAN-REG FROM WS-REL-TOT2
           MOVE SPACES TO ROMAN-REG
           WRITE ROMAN-REG
           WRITE ROMAN-REG FROM WS-REL-ASSINA
           MOVE SPACES TO ROMAN-REG
           WRITE ROMAN-REG.
      *
       410-FIM.
           EXIT.

      *-----------------------------------*
      *    PEDIDO FORA DA CARGA: O MOTIVO DA TABELA OU, QUANDO ELE
      *    PODIA SAIR, FALTA DE ESPACO NOS VEICULOS DA FILIAL.
      *-----------------------------------*
      *
       420-IMPRIME-FORA SECTION.
      *
           ADD 1 TO WS-QTD-FORA
           MOVE WS-PT-NUM-PEDIDO(WS-IDX-PONTO) TO WS-FORA-PEDIDO
           MOVE WS-PT-NUM-FATURA(WS-IDX-PONTO) TO WS-FORA-FATURA
           MOVE WS-PT-COD-CLI(WS-IDX-PONTO)    TO WS-FORA-COD-CLI
           MOVE WS-PT-RAZAO(WS-IDX-PONTO)      TO WS-FORA-RAZAO
           MOVE WS-PT-VOLUMES(WS-IDX-PONTO)    TO WS-FORA-VOLUMES
           IF WS-PT-MOTIVO(WS-IDX-PONTO) EQUAL SPACES
              MOVE "SEM ESPACO NOS VEICULOS" TO WS-FORA-MOTIVO
           ELSE
              MOVE WS-PT-MOTIVO(WS-IDX-PONTO) TO WS-FORA-MOTIVO
           END-IF
           WRITE ROMAN-REG FROM WS-REL-FORA.

      *-----------------------------------*
      *    PEDIDOS CARREGADOS PASSAM A EM ROTA, COM A DATA DA CARGA,
      *    O VEICULO, A ORDEM NA ROTA E MAIS UMA TENTATIVA.
      *-----------------------------------*
      *
       500-ATUALIZA-ENTREGAS SECTION.
      *
           PERFORM VARYING WS-IDX-PONTO FROM 1 BY 1
                   UNTIL WS-IDX-PONTO > WS-QTD-PONTOS
              IF WS-PT-VEICULO(WS-IDX-PONTO) GREATER THAN ZEROS
                 PERFORM 510-MARCA-EM-ROTA
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *
       510-MARCA-EM-ROTA SECTION.
      *
           MOVE WS-PT-NUM-PEDIDO(WS-IDX-PONTO) TO ENT-NUM-PEDIDO
           READ ARQ-ENTREGA RECORD
             KEY IS ENT-NUM-PEDIDO
           IF FS-ENTREGA NOT EQUAL "00" AND NOT EQUAL "02"
              ADD 1 TO WS-QTD-ERROS
              GO TO 510-FIM
           END-IF
      *
           MOVE "C"                           TO ENT-SITUACAO
           MOVE WS-DATA-CARGA                 TO ENT-DATA-CARGA
           MOVE WS-PT-VEICULO(WS-IDX-PONTO)   TO ENT-VEICULO
           MOVE WS-PT-SEQ(WS-IDX-PONTO)       TO ENT-SEQ-ROTA
           ADD 1                              TO ENT-TENTATIVAS
           REWRITE ARQ-ENT-REG
           IF FS-ENTREGA NOT EQUAL "00" AND NOT EQUAL "02"
              ADD 1 TO WS-QTD-ERROS
              DISPLAY "ROMANEIO: ERRO AO ATUALIZAR ENTREGA DO PEDIDO "
                      ENT-NUM-PEDIDO " - FS " FS-ENTREGA
           END-IF.
      *
       510-FIM.
           EXIT.
      *
       END PROGRAM ROMANEIO.
      *-----------------------------------*
