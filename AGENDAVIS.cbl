      *
      *-----------------------------------*
      *    GERADOR DA AGENDA SEMANAL DE VISITAS: PARA CADA VENDEDOR
      *    COM CLIENTES NA ATRIBUICAO ATUAL (DISTATUAL: O REGISTRO
      *    MAIS NOVO DE CADA CLIENTE ENTRE TODAS AS EXECUCOES,
      *    INCLUSIVE AS RODADAS POR FILIAL), SELECIONA
      *    OS CLIENTES COM VISITA DEVIDA NA SEMANA DA DATA DE
      *    REFERENCIA SEGUNDO A FREQUENCIA DO CADASTRO (S = TODA
      *    SEMANA, Q = QUINZENAL, M = MENSAL - AS FREQUENCIAS Q E M
      *    GRAVA O ARQUIVO AGENDA (REGRAVADO POR GERACAO) E O
      *    AGENDVIS.CSV QUE O VENDEDOR CARREGA, COM UMA LINHA POR
      *    VISITA E O DIA MARCADO.
      *    COM AGENDA-PRIOR-RISCO = "S" OS CLIENTES DE CLASSE A E B
      *    SINALIZADOS NO CLIRISCO (RISCOCLI) ENTRAM NA AGENDA MESMO
      *    SEM VISITA DEVIDA NA SEMANA E SAO VISITADOS PRIMEIRO: A
      *    ROTA DO VENDEDOR PASSA POR ELES ANTES DOS DEMAIS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-SORT2     ASSIGN TO "AGENDAVIS.TM2"
                  FILE STATUS   IS FS-SORT2.
           SELECT ARQ-HIST-ORD  ASSIGN TO "AGENDAVIS.ORD"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ORD.
           SELECT ARQ-RISCO     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RSC-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-RSC.
           SELECT ARQ-AGENDA    ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       SD  ARQ-SORT2.
       01  REG-SORT2.
       01  REG-HIST-ORD.
           03 ORD-COD-VEND          PIC 9(003).
           03 ORD-COD-CLI           PIC 9(007).
      *
       FD  ARQ-RISCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CLIRISCO'.
       COPY "BOOKRSC.CPY".
      *
       FD  ARQ-AGENDA
           LABEL RECORD IS STANDARD
      *-----------------------------------*
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  FS-SORT2                PIC X(002) VALUE "00".
       77  FS-ORD                  PIC X(002) VALUE "00".
       77  FS-AGENDA               PIC X(002) VALUE "00".
       77  FSTATUS-RSC             PIC X(002) VALUE "00".
       77  WS-QTD-PRIOR-PEND       PIC 9(004) VALUE ZEROS.
       01  WS-RISCO-SW             PIC X(001) VALUE "N".
           88 WS-RISCO-ABERTO                 VALUE "S".
       01  WS-PRIOR-SW             PIC X(001) VALUE "N".
           88 WS-CLIENTE-PRIORITARIO          VALUE "S".
       77  WS-QTD-ATRIBUIDOS       PIC 9(007) VALUE ZEROS.
       77  WS-VEND-GRUPO           PIC 9(003) VALUE ZEROS.
       77  WS-QTD-PONTOS           PIC 9(004) VALUE ZEROS.
       77  WS-IDX-PONTO            PIC 9(004) VALUE ZEROS.
              05 WS-PT-LAT         PIC S9(003)V9(008).
              05 WS-PT-LON         PIC S9(003)V9(008).
              05 WS-PT-VISITADO    PIC X(001).
              05 WS-PT-PRIORIDADE  PIC X(001).
      *-----------------------------------*
       01  WS-CALC-DISTANCIA.
           03 WS-LAT1-RAD          USAGE FLOAT-LONG.
           03 WS-HAVERSINE-A       USAGE FLOAT-LONG.
           03 WS-HAVERSINE-C       USAGE FLOAT-LONG.
           03 WS-DISTANCIA-CALC    USAGE FLOAT-LONG.
      *-----------------------------------*
       01  WS-CAB                  PIC X(120) VALUE
           "COD VEND;DATA VISITA;SEQ DIA;COD CLI;RAZAO SOCIAL".
       01  PARAMETROS-AGENDA.
           03  AGENDA-DATA-REF     PIC 9(008) VALUE ZEROS.
           03  AGENDA-MSG          PIC X(040) VALUE SPACES.
      *    "S" = CLIENTES A E B EM RISCO PRIMEIRO NA AGENDA
           03  AGENDA-PRIOR-RISCO  PIC X(001) VALUE "N".
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-AGENDA.
      *-----------------------------------*
           END-IF
      *
           PERFORM 050-NORMALIZA-SEMANA
      *
           SORT ARQ-SORT2
                ON ASCENDING KEY SRT2-COD-VEND
                                 SRT2-COD-CLI
                INPUT  PROCEDURE IS 200-SELECIONA
                GIVING ARQ-HIST-ORD
      *
           IF WS-QTD-ATRIBUIDOS EQUAL ZEROS
              MOVE "AGENDAVIS: ARQUIVO DISTATUAL VAZIO"
                TO AGENDA-MSG
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           MOVE "N" TO WS-RISCO-SW
           IF AGENDA-PRIOR-RISCO EQUAL "S"
              OPEN INPUT ARQ-RISCO
              IF FSTATUS-RSC EQUAL "00"
                 SET WS-RISCO-ABERTO TO TRUE
              ELSE
                 CLOSE ARQ-RISCO
              END-IF
           END-IF
           OPEN OUTPUT ARQ-AGENDA
           OPEN OUTPUT AGENDA-REL
           WRITE AGENDA-REG FROM WS-CAB
      *
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           IF WS-RISCO-ABERTO
              CLOSE ARQ-RISCO
           END-IF
           CLOSE ARQ-AGENDA
           CLOSE AGENDA-REL
      *
             TO WS-SEG-DATA
           COMPUTE WS-NUM-SEMANA = WS-SEG-INT / 7.

      *-----------------------------------*
      *    A ATRIBUICAO ATUAL JA TRAZ UM REGISTRO POR CLIENTE (O MAIS
      *    NOVO, MESMO QUANDO AS RODADAS POR FILIAL GRAVAM EXECUCOES
      *    DIFERENTES NA MESMA NOITE - MESMA REGRA DA BUSCA DE
      *    VENDEDOR DO CADPED): SEGUE INTEIRA PARA O AGRUPAMENTO POR
      *    VENDEDOR.
      *-----------------------------------*
      *
       200-SELECIONA SECTION.
      *
           MOVE ZEROS TO WS-QTD-ATRIBUIDOS
           OPEN INPUT ARQ-ATUAL
           IF FS-ATUAL NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              GO TO 200-FIM
           END-IF
      *
           READ ARQ-ATUAL NEXT RECORD
      *
           PERFORM UNTIL FS-ATUAL NOT EQUAL "00"
              ADD 1 TO WS-QTD-ATRIBUIDOS
              MOVE ATR-COD-VEND TO SRT2-COD-VEND
              MOVE ATR-COD-CLI  TO SRT2-COD-CLI
              RELEASE REG-SORT2
              READ ARQ-ATUAL NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ATUAL.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *
       300-MONTA-AGENDAS SECTION.
       310-CARREGA-GRUPO SECTION.
      *
           MOVE ZEROS TO WS-QTD-PONTOS
           MOVE ZEROS TO WS-QTD-PRIOR-PEND
      *
           PERFORM UNTIL WS-FIM-ORD
                      OR ORD-COD-VEND NOT EQUAL WS-VEND-GRUPO
                 AND CLI-ATIVO
                 AND WS-QTD-PONTOS LESS THAN 5000
                 PERFORM 315-VERIFICA-FREQUENCIA
                 PERFORM 317-VERIFICA-RISCO
                 IF WS-VISITA-DEVIDA
                    OR WS-CLIENTE-PRIORITARIO
                    ADD 1 TO WS-QTD-PONTOS
                    MOVE COD-CLI       TO
                         WS-PT-COD-CLI(WS-QTD-PONTOS)
                    MOVE LONGI-CLIENTE TO WS-PT-LON(WS-QTD-PONTOS)
                    MOVE "N"           TO
                         WS-PT-VISITADO(WS-QTD-PONTOS)
                    MOVE WS-PRIOR-SW   TO
                         WS-PT-PRIORIDADE(WS-QTD-PONTOS)
                    IF WS-CLIENTE-PRIORITARIO
                       ADD 1 TO WS-QTD-PRIOR-PEND
                    END-IF
                 END-IF
              END-IF
              READ ARQ-HIST-ORD
                 END-IF
           END-EVALUATE.

      *-----------------------------------*
      *    CLIENTE A OU B NO CLIRISCO (QUALQUER GRAU DE ALERTA)
      *    QUANDO A PRIORIZACAO ESTA LIGADA.
      *-----------------------------------*
      *
       317-VERIFICA-RISCO SECTION.
      *
           MOVE "N" TO WS-PRIOR-SW
           IF NOT WS-RISCO-ABERTO
              GO TO 317-FIM
           END-IF
      *
           MOVE COD-CLI TO RSC-COD-CLI
           READ ARQ-RISCO RECORD
             KEY IS RSC-COD-CLI
           IF FSTATUS-RSC EQUAL "00"
              AND (RSC-CLASSE EQUAL "A" OR RSC-CLASSE EQUAL "B")
              SET WS-CLIENTE-PRIORITARIO TO TRUE
           END-IF.
      *
       317-FIM.
           EXIT.

      *-----------------------------------*
      *    SEQUENCIA UNICA PELO VIZINHO MAIS PROXIMO A PARTIR DA
      *    BASE DO VENDEDOR, FATIADA PELOS CINCO DIAS UTEIS DA
      *    SEMANA EM BLOCOS DO MESMO TAMANHO: A ORDEM DE ROTA SE
      *    PRESERVA DENTRO DE CADA DIA. OS CLIENTES PRIORITARIOS
      *    (EM RISCO) ABREM A SEQUENCIA.
      *-----------------------------------*
      *
       320-DISTRIBUI-SEMANA SECTION.
              PERFORM 330-ACHA-MAIS-PROXIMO
              ADD 1 TO WS-QTD-VISITADOS
              MOVE "S" TO WS-PT-VISITADO(WS-PROX-IDX)
              IF WS-PT-PRIORIDADE(WS-PROX-IDX) EQUAL "S"
                 SUBTRACT 1 FROM WS-QTD-PRIOR-PEND
              END-IF
      *
              IF WS-NO-DIA EQUAL WS-POR-DIA
                 AND WS-IDX-DIA LESS THAN 5
           PERFORM VARYING WS-IDX-PONTO FROM 1 BY 1
                   UNTIL WS-IDX-PONTO > WS-QTD-PONTOS
              IF WS-PT-VISITADO(WS-IDX-PONTO) EQUAL "N"
                 AND (WS-QTD-PRIOR-PEND EQUAL ZEROS
                      OR WS-PT-PRIORIDADE(WS-IDX-PONTO) EQUAL "S")
                 PERFORM 350-CALCULA-DISTANCIA
                 IF WS-PROX-IDX EQUAL ZEROS
                    OR WS-DIST-KM LESS THAN WS-MENOR-DIST
