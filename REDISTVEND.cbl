      *-----------------------------------*
      *    REDISTRIBUICAO DIRIGIDA DOS CLIENTES DE UM UNICO
      *    VENDEDOR (TIPICAMENTE RECEM-DESATIVADO NO CADVEND), SEM
      *    RODAR A DISTRIBUICAO GERAL: LOCALIZA NA ATRIBUICAO ATUAL
      *    (DISTATUAL) OS CLIENTES QUE ESTAO COM O VENDEDOR
      *    INFORMADO, ATRIBUI CADA UM AO VENDEDOR ATIVO MAIS PROXIMO
      *    (MESMAS REGRAS DE DISTANCIA E AUSENCIA DO FAZDISTRIB),
      *    ACRESCENTA AS NOVAS ATRIBUICOES AO DISTHIST, ATUALIZA O
      *    DISTATUAL E GERA UMA INTERFACE INCREMENTAL CLIVENDINC.IFC
      *    PARA O CRM RECEBER SOMENTE ESSAS MUDANCAS. AS ATRIBUICOES
      *    ACRESCENTADAS LEVAM A DATA/HORA DA ULTIMA EXECUCAO GERAL,
      *    PARA SE FUNDIREM A ELA: ASSIM OS CONSUMIDORES DA "ULTIMA
      *    EXECUCAO" (AUDITORIAS, RELATORIOS, PAINEL) CONTINUAM
      *    ENXERGANDO A DISTRIBUICAO COMPLETA, E NAO SOMENTE OS
      *    CLIENTES MOVIDOS. NO FIM, OS PEDIDOS EM ABERTO QUE FICARAM
      *    COM O VENDEDOR ALVO PASSAM PELO TRANSPED.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD  KEY   IS AUS-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-AUSENCIA.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-ALVO      ASSIGN TO "REDIST.ORD"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           VALUE OF FILE-ID IS 'VENDAUSENC'.
       COPY "BOOKAUS.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-ALVO.
       01  REG-ALVO.
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-HIST            PIC X(002) VALUE "00".
       77  FS-AUSENCIA             PIC X(002) VALUE "00".
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  FS-ALVO                 PIC X(002) VALUE "00".
       77  FS-IFC                  PIC X(002) VALUE "00".
       77  FS-FIXACAO              PIC X(002) VALUE "00".
       77  WS-QTD-MOVIDOS          PIC 9(007) VALUE ZEROS.
       77  WS-QTD-MOV-ED           PIC ZZZZZZ9 VALUE ZEROS.
       77  WS-IFC-QTD              PIC 9(007) VALUE ZEROS.
       01  WS-AUSENTE-SW           PIC X(001) VALUE "N".
           88 WS-VEND-AUSENTE                 VALUE "S".
           88 WS-VEND-PRESENTE                VALUE "N".
           03 WS-SESS-QTD          PIC 9(003) VALUE ZEROS.
           03 WS-SESS-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    PEDIDOS EM ABERTO DOS CLIENTES QUE MUDARAM DE VENDEDOR
      *    (SUBPROGRAMA TRANSPED), CHAMADO DEPOIS DA REATRIBUICAO
      *-----------------------------------*
       01  PARAMETROS-TRANSPED.
           03 WS-TRANSP-COD-CLI    PIC 9(007) VALUE ZEROS.
           03 WS-TRANSP-COD-VEND   PIC 9(003) VALUE ZEROS.
           03 WS-TRANSP-POLITICA   PIC X(001) VALUE SPACES.
           03 WS-TRANSP-ORIGEM     PIC X(010) VALUE SPACES.
           03 WS-TRANSP-OPERADOR   PIC 9(003) VALUE ZEROS.
           03 WS-TRANSP-MSG        PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    EXECUCAO MAIS NOVA ENCONTRADA NA ATRIBUICAO ATUAL.
      *-----------------------------------*
       01  WS-EXEC-ULT.
           03 WS-ULT-DATA          PIC 9(008) VALUE ZEROS.
           03 WS-ULT-HORA          PIC 9(006) VALUE ZEROS.
              GOBACK
           END-IF
      *
           PERFORM 200-SELECIONA-ATUAL
      *
           IF WS-EXEC-ULT-N GREATER THAN ZEROS
              MOVE WS-ULT-DATA TO WS-GRAV-DATA
           END-IF
      *
           PERFORM 400-REDISTRIBUI-CLIENTES
           PERFORM 450-TRANSFERE-PEDIDOS
      *
           MOVE WS-QTD-MOVIDOS TO WS-QTD-MOV-ED
           MOVE SPACES TO REDIST-MSG
                  WS-QTD-MOV-ED
                  " CLIENTE(S)"
             INTO REDIST-MSG
           IF WS-TRANSP-MSG(1:16) NOT EQUAL "TRANSPED: TRANSF"
              MOVE WS-TRANSP-MSG TO REDIST-MSG
           END-IF
      *
           GOBACK.

           EXIT.

      *-----------------------------------*
      *    GUARDA NO ARQUIVO DE TRABALHO OS CLIENTES CUJA ATRIBUICAO
      *    ATUAL APONTA O VENDEDOR ALVO. A EXECUCAO MAIS NOVA DO
      *    DISTATUAL E A ULTIMA EXECUCAO GERAL, CUJA DATA/HORA VAI
      *    NOS REGISTROS NOVOS.
      *-----------------------------------*
      *
       200-SELECIONA-ATUAL SECTION.
      *
           MOVE ZEROS TO WS-EXEC-ULT-N
           MOVE ZEROS TO WS-QTD-ALVO
           OPEN OUTPUT ARQ-ALVO
           OPEN INPUT  ARQ-ATUAL
      *
           IF FS-ATUAL EQUAL "00"
              READ ARQ-ATUAL NEXT RECORD
           END-IF
      *
           PERFORM UNTIL FS-ATUAL NOT EQUAL "00"
              IF ATR-EXEC-N GREATER THAN WS-EXEC-ULT-N
                 MOVE ATR-EXEC-N TO WS-EXEC-ULT-N
              END-IF
              IF ATR-COD-VEND EQUAL REDIST-COD-VEND
                 MOVE ATR-COD-CLI TO ALVO-COD-CLI
                 WRITE REG-ALVO
                 ADD 1 TO WS-QTD-ALVO
              END-IF
              READ ARQ-ATUAL NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ATUAL
           CLOSE ARQ-ALVO.

      *-----------------------------------*
           IF FSTATUS-HIST EQUAL "35"
              OPEN OUTPUT ARQ-HISTORICO
           END-IF
           OPEN I-O    ARQ-ATUAL
           IF FS-ATUAL EQUAL "35"
              OPEN OUTPUT ARQ-ATUAL
              CLOSE ARQ-ATUAL
              OPEN I-O ARQ-ATUAL
           END-IF
           OPEN OUTPUT INTERFACE-INC
      *
           MOVE WS-GRAV-DATA TO WS-IFC-H-DATA-EXEC
           CLOSE ARQ-ALVO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-ATUAL
           CLOSE INTERFACE-INC
           IF WS-FIX-DISPONIVEL
              CLOSE ARQ-FIXACAO
           MOVE "G"                        TO HIST-ORIGEM
           MOVE WS-SEC-COD                 TO HIST-COD-VEND-SEC
           WRITE DISTRIB-HIST-REG
      *
           PERFORM 425-GRAVA-ATUAL
      *
           MOVE COD-CLI                    TO WS-IFC-D-COD-CLI
           MOVE WS-VEND-COD(WS-MELHOR-IDX) TO WS-IFC-D-COD-VEND
           ADD 1 TO WS-IFC-QTD
           ADD 1 TO WS-QTD-MOVIDOS.

      *-----------------------------------*
      *    A NOVA ATRIBUICAO LEVA A DATA/HORA DA ULTIMA EXECUCAO
      *    GERAL, QUE NUNCA E MAIS ANTIGA QUE A DO REGISTRO ATUAL DO
      *    CLIENTE: SUBSTITUI SEMPRE (NO EMPATE VALE O ULTIMO GRAVADO).
      *-----------------------------------*
      *
       425-GRAVA-ATUAL SECTION.
      *
           MOVE HIST-COD-CLI TO ATR-COD-CLI
           READ ARQ-ATUAL
      *
           MOVE HIST-COD-VEND              TO ATR-COD-VEND
           MOVE HIST-COD-VEND-SEC          TO ATR-COD-VEND-SEC
           MOVE HIST-DISTANCIA             TO ATR-DISTANCIA
           MOVE HIST-ORIGEM                TO ATR-ORIGEM
           MOVE HIST-DATA-EXEC             TO ATR-DATA-EXEC
           MOVE HIST-HORA-EXEC             TO ATR-HORA-EXEC
      *
           IF FS-ATUAL EQUAL "00"
              REWRITE ARQ-ATR-REG
           ELSE
              WRITE ARQ-ATR-REG
           END-IF.

      *-----------------------------------*
      *
       430-CALCULA-DISTANCIA SECTION.
           COMPUTE WS-DISTANCIA-CALC = 6371 * WS-HAVERSINE-C
      *
           COMPUTE WS-DIST-KM ROUNDED = WS-DISTANCIA-CALC.

      *-----------------------------------*
      *    PEDIDOS EM ABERTO DO VENDEDOR ALVO CUJOS CLIENTES ACABARAM
      *    DE MUDAR: TRANSFERIDOS OU MANTIDOS PELA POLITICA DO
      *    PARAMSIS (VER TRANSPED); O ALVO INATIVO TRANSFERE SEMPRE.
      *-----------------------------------*
      *
       450-TRANSFERE-PEDIDOS SECTION.
      *
           MOVE ZEROS           TO WS-TRANSP-COD-CLI
                                   WS-TRANSP-OPERADOR
           MOVE REDIST-COD-VEND TO WS-TRANSP-COD-VEND
           MOVE SPACES          TO WS-TRANSP-POLITICA
                                   WS-TRANSP-MSG
           MOVE "REDISTVEND"    TO WS-TRANSP-ORIGEM
      *
           CALL "TRANSPED" USING PARAMETROS-TRANSPED.
      *
       END PROGRAM REDISTVEND.
      *-----------------------------------*
