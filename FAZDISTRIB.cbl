                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FSTATUS-HIST.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT INTERFACE-CRM ASSIGN TO WS-NOME-IFC
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-IFC.
                  RECORD  KEY   IS FIX-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-FIXACAO.
           SELECT ARQ-SORT-GRP  ASSIGN TO "FAZDISTRIB.TMP"
                  FILE STATUS   IS FS-SORT-GRP.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTHIST'.
       COPY "DISTHIST.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
      *    ARQUIVO DE INTERFACE COM CRM/ERP: LAYOUT POSICIONAL DE
      *    TAMANHO FIXO (CABECALHO/DETALHE/RODAPE), UM REGISTRO DE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FIXACLI'.
       COPY "BOOKFIX.CPY".
      *
      *    MEMBROS DOS GRUPOS ECONOMICOS, NA ORDEM GRUPO / PRIORIDADE
      *    PARA SEDE / CLIENTE: O PRIMEIRO DE CADA GRUPO E A SEDE.
      *
       SD  ARQ-SORT-GRP.
       01  REG-SORT-GRP.
           03 SGR-GRUPO             PIC 9(008).
      *       0 = MATRIZ INFORMADA NO GRUPOECO, 1 = CNPJ ORDEM 0001,
      *       2 = DEMAIS, 3 = COORDENADA INVALIDA (CRITICA LIGADA)
           03 SGR-PRIORIDADE        PIC 9(001).
           03 SGR-COD-CLI           PIC 9(007).
           03 SGR-LAT               PIC S9(003)V9(008).
           03 SGR-LON               PIC S9(003)V9(008).
           03 SGR-UF                PIC X(002).
           03 SGR-CIDADE            PIC X(030).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-HIST            PIC X(002) VALUE "00".
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  FS-IFC                  PIC X(002) VALUE "00".
       77  FSTATUS-CKP             PIC X(002) VALUE "00".
       77  FS-AUSENCIA             PIC X(002) VALUE "00".
       77  WS-QTD-CLI-LIDOS        PIC 9(007) VALUE ZEROS.
       77  WS-ED-DIST-MAX          PIC ZZZZZ9,99 VALUE ZEROS.
      *-----------------------------------*
      *    MODO GRUPO ECONOMICO: TODOS OS MEMBROS ATIVOS DE UM GRUPO
      *    FICAM COM O VENDEDOR MAIS PROXIMO DA SEDE DO GRUPO. A
      *    TABELA TRAZ OS GRUPOS COM DOIS OU MAIS MEMBROS NA RODADA,
      *    EM ORDEM DE CODIGO, COM A POSICAO DA SEDE E O VENDEDOR
      *    ESCOLHIDO (ESCOLHA FEITA NO PRIMEIRO MEMBRO ENCONTRADO).
      *    GRUPO CUJA SEDE NAO TEM VENDEDOR DENTRO DO RAIO MAXIMO TEM
      *    OS MEMBROS DISTRIBUIDOS UM A UM, COMO SEM O MODO GRUPO.
      *-----------------------------------*
       77  FS-SORT-GRP             PIC X(002) VALUE "00".
       77  WS-QTD-GRP              PIC 9(004) VALUE ZEROS.
       77  WS-IDX-GRP              PIC 9(004) VALUE ZEROS.
       77  WS-GRP-ATUAL            PIC 9(008) VALUE ZEROS.
       77  WS-GRP-MEMBROS          PIC 9(005) VALUE ZEROS.
       01  WS-FIM-SORT-GRP-SW      PIC X(001) VALUE "N".
           88 WS-FIM-SORT-GRP                 VALUE "S".
       01  WS-GRP-CLI-SW           PIC X(001) VALUE "N".
           88 WS-CLI-EM-GRUPO                 VALUE "S".
           88 WS-CLI-SEM-GRUPO                VALUE "N".
      *    LIGADO DURANTE A ESCOLHA PELA SEDE: NAO GRAVA A MATRIZ
      *    NEM OLHA CAPACIDADE (O GRUPO VAI INTEIRO PARA O VENDEDOR)
       01  WS-ESCOLHA-SW           PIC X(001) VALUE "N".
           88 WS-ESCOLHA-GRUPO                VALUE "S".
           88 WS-ESCOLHA-CLIENTE              VALUE "N".
       01  WS-SEDE-GRUPO.
           03 WS-SEDE-COD-CLI      PIC 9(007) VALUE ZEROS.
           03 WS-SEDE-PRIORIDADE   PIC 9(001) VALUE ZEROS.
           03 WS-SEDE-LAT          PIC S9(003)V9(008) VALUE ZEROS.
           03 WS-SEDE-LON          PIC S9(003)V9(008) VALUE ZEROS.
           03 WS-SEDE-UF           PIC X(002) VALUE SPACES.
           03 WS-SEDE-CIDADE       PIC X(030) VALUE SPACES.
       01  WS-SALVA-CLIENTE.
           03 WS-SALVA-LAT         PIC S9(003)V9(008) VALUE ZEROS.
           03 WS-SALVA-LON         PIC S9(003)V9(008) VALUE ZEROS.
           03 WS-SALVA-UF          PIC X(002) VALUE SPACES.
           03 WS-SALVA-CIDADE      PIC X(030) VALUE SPACES.
       01  WS-GRP-TAB.
           03 WS-GRP-ITEM OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-QTD-GRP
                          ASCENDING KEY IS WS-GRP-COD
                          INDEXED BY WS-GRP-IX.
              05 WS-GRP-COD        PIC 9(008).
              05 WS-GRP-SEDE       PIC 9(007).
              05 WS-GRP-LAT        PIC S9(003)V9(008).
              05 WS-GRP-LON        PIC S9(003)V9(008).
              05 WS-GRP-UF         PIC X(002).
              05 WS-GRP-CIDADE     PIC X(030).
              05 WS-GRP-QTD-MEMBROS PIC 9(005).
              05 WS-GRP-VEND-IDX   PIC 9(004).
              05 WS-GRP-SITUACAO   PIC X(001).
                 88 WS-GRP-A-ESCOLHER         VALUE " ".
                 88 WS-GRP-COM-VENDEDOR       VALUE "V".
                 88 WS-GRP-SEM-VENDEDOR       VALUE "X".
      *-----------------------------------*
      *    GRUPO ECONOMICO DO CLIENTE (BUSCAGRP)
      *-----------------------------------*
       01  PARAM-BUSCAGRP.
           03 WS-BGR-COD-CLI       PIC 9(007) VALUE ZEROS.
           03 WS-BGR-CNPJ          PIC 9(014) VALUE ZEROS.
           03 WS-BGR-GRUPO         PIC 9(008) VALUE ZEROS.
           03 WS-BGR-ORIGEM        PIC X(001) VALUE SPACES.
           03 WS-BGR-CADASTRO      PIC X(001) VALUE SPACES.
           03 WS-BGR-NOME          PIC X(040) VALUE SPACES.
           03 WS-BGR-LIMITE        PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-BGR-COD-MATRIZ    PIC 9(007) VALUE ZEROS.
           03 WS-BGR-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    PRE-BUCKETING GEOGRAFICO DA ESCOLHA POR DISTANCIA: CADA
      *    CLIENTE E COMPARADO PRIMEIRO SO COM OS VENDEDORES DA SUA
      *    CELULA DE 3 GRAUS E DAS CELULAS VIZINHAS (JANELA DE UMA
           03 WS-RLOG-PARAMETROS   PIC X(040) VALUE SPACES.
           03 WS-RLOG-OPERADOR     PIC 9(003) VALUE ZEROS.
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
      *    TABELA DE VENDEDORES EM MEMORIA, USADA PARA CALCULAR A
      *    DISTANCIA DE CADA CLIENTE A TODOS OS VENDEDORES
      *    CADASTRADOS. DIMENSIONADA DINAMICAMENTE ATE O LIMITE DO
      *    E VENDEDORES DAQUELA FILIAL ENTRAM E OS ARQUIVOS DE SAIDA
      *    GANHAM O SUFIXO _FNN.
           03  DIST-FILIAL         PIC 9(002)        VALUE ZEROS.
      *    MODO GRUPO ECONOMICO: MEMBROS ATIVOS DE UM GRUPO FICAM
      *    TODOS COM O VENDEDOR MAIS PROXIMO DA SEDE DO GRUPO.
           03  DIST-MODO-GRUPO     PIC X(001)        VALUE "N".
               88 DIST-GRUPO-LIGADO    VALUE "S".
               88 DIST-GRUPO-DESLIGADO VALUE "N".
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-DIST.
      *-----------------------------------*
              AND WS-QTD-VEND GREATER THAN ZEROS
              PERFORM 120-CALCULA-CAPACIDADES
           END-IF
      *
           MOVE ZEROS TO WS-QTD-GRP
           IF DIST-GRUPO-LIGADO
              AND DIST-COMMITA
              AND WS-QTD-VEND GREATER THAN ZEROS
              PERFORM 130-CARREGA-GRUPOS
           END-IF
      *
           IF WS-QTD-VEND EQUAL ZEROS
              MOVE "FAZDISTRIB: NENHUM VENDEDOR CADASTRADO"
                 MOVE "MATRIZ GERADA - REVISE ANTES DE COMMITAR"
                   TO DIST-MSG
              ELSE
                 PERFORM 250-TRANSFERE-PEDIDOS
                 MOVE "DISTRIBUICAO CONCLUIDA COM SUCESSO" TO DIST-MSG
                 IF WS-TRANSP-MSG(1:16) NOT EQUAL "TRANSPED: TRANSF"
                    MOVE WS-TRANSP-MSG TO DIST-MSG
                 END-IF
              END-IF
           END-IF
      *
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    MONTA A TABELA DOS GRUPOS ECONOMICOS DA RODADA: CLIENTES
      *    ATIVOS (DA FILIAL, SE RESTRITA) COM GRUPO, ORDENADOS POR
      *    GRUPO COM A SEDE NA FRENTE. A SEDE E A MATRIZ INFORMADA NO
      *    CADASTRO DO GRUPO; SEM ELA, O ESTABELECIMENTO 0001 DO CNPJ;
      *    SEM ELE, O MENOR CODIGO DE CLIENTE.
      *-----------------------------------*
      *
       130-CARREGA-GRUPOS SECTION.
      *
           SORT ARQ-SORT-GRP
                ON ASCENDING KEY SGR-GRUPO
                                 SGR-PRIORIDADE
                                 SGR-COD-CLI
                INPUT  PROCEDURE IS 131-SELECIONA-MEMBROS
                OUTPUT PROCEDURE IS 132-MONTA-GRUPOS.

      *-----------------------------------*
      *
       131-SELECIONA-MEMBROS SECTION.
      *
           OPEN INPUT ARQ-CLIENTE
      *
           READ ARQ-CLIENTE NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-CLI NOT EQUAL "00"
              IF CLI-ATIVO
                 AND (DIST-FILIAL EQUAL ZEROS
                      OR FILIAL-CLI EQUAL DIST-FILIAL)
                 MOVE COD-CLI  TO WS-BGR-COD-CLI
                 MOVE CNPJ-CLI TO WS-BGR-CNPJ
                 CALL "BUSCAGRP" USING PARAM-BUSCAGRP
                 IF WS-BGR-GRUPO GREATER THAN ZEROS
                    PERFORM 133-LIBERA-MEMBRO
                 END-IF
              END-IF
              READ ARQ-CLIENTE NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-CLIENTE.

      *-----------------------------------*
      *
       133-LIBERA-MEMBRO SECTION.
      *
           MOVE WS-BGR-GRUPO  TO SGR-GRUPO
           MOVE COD-CLI       TO SGR-COD-CLI
           MOVE LATI-CLIENTE  TO SGR-LAT
           MOVE LONGI-CLIENTE TO SGR-LON
           MOVE UF-CLI        TO SGR-UF
           MOVE CIDADE-CLI    TO SGR-CIDADE
      *
           PERFORM 208-CRITICA-COORDENADA
           EVALUATE TRUE
              WHEN WS-COORD-INVALIDA
                 MOVE 3 TO SGR-PRIORIDADE
              WHEN COD-CLI EQUAL WS-BGR-COD-MATRIZ
                 MOVE 0 TO SGR-PRIORIDADE
              WHEN CNPJ-ORDEM-CLI EQUAL 1
                 MOVE 1 TO SGR-PRIORIDADE
              WHEN OTHER
                 MOVE 2 TO SGR-PRIORIDADE
           END-EVALUATE
      *
           RELEASE REG-SORT-GRP.

      *-----------------------------------*
      *
       132-MONTA-GRUPOS SECTION.
      *
           MOVE "N"   TO WS-FIM-SORT-GRP-SW
           MOVE ZEROS TO WS-GRP-ATUAL
           MOVE ZEROS TO WS-GRP-MEMBROS
      *
           RETURN ARQ-SORT-GRP
              AT END
                 SET WS-FIM-SORT-GRP TO TRUE
           END-RETURN
      *
           PERFORM UNTIL WS-FIM-SORT-GRP
              IF SGR-GRUPO NOT EQUAL WS-GRP-ATUAL
                 PERFORM 134-FECHA-GRUPO
                 MOVE SGR-GRUPO      TO WS-GRP-ATUAL
                 MOVE ZEROS          TO WS-GRP-MEMBROS
                 MOVE SGR-COD-CLI    TO WS-SEDE-COD-CLI
                 MOVE SGR-PRIORIDADE TO WS-SEDE-PRIORIDADE
                 MOVE SGR-LAT        TO WS-SEDE-LAT
                 MOVE SGR-LON        TO WS-SEDE-LON
                 MOVE SGR-UF         TO WS-SEDE-UF
                 MOVE SGR-CIDADE     TO WS-SEDE-CIDADE
              END-IF
              ADD 1 TO WS-GRP-MEMBROS
              RETURN ARQ-SORT-GRP
                 AT END
                    SET WS-FIM-SORT-GRP TO TRUE
              END-RETURN
           END-PERFORM
      *
           PERFORM 134-FECHA-GRUPO.

      *-----------------------------------*
      *    SO ENTRA NA TABELA GRUPO COM MAIS DE UM MEMBRO NA RODADA E
      *    COM SEDE DE COORDENADA UTIL. GRUPOS ALEM DA CAPACIDADE DA
      *    TABELA SAO DISTRIBUIDOS CLIENTE A CLIENTE.
      *-----------------------------------*
      *
       134-FECHA-GRUPO SECTION.
      *
           IF WS-GRP-ATUAL EQUAL ZEROS
              OR WS-GRP-MEMBROS LESS THAN 2
              OR WS-SEDE-PRIORIDADE EQUAL 3
              OR WS-QTD-GRP NOT LESS THAN 9999
              GO TO 134-FIM
           END-IF
      *
           ADD 1 TO WS-QTD-GRP
           MOVE WS-GRP-ATUAL    TO WS-GRP-COD(WS-QTD-GRP)
           MOVE WS-SEDE-COD-CLI TO WS-GRP-SEDE(WS-QTD-GRP)
           MOVE WS-SEDE-LAT     TO WS-GRP-LAT(WS-QTD-GRP)
           MOVE WS-SEDE-LON     TO WS-GRP-LON(WS-QTD-GRP)
           MOVE WS-SEDE-UF      TO WS-GRP-UF(WS-QTD-GRP)
           MOVE WS-SEDE-CIDADE  TO WS-GRP-CIDADE(WS-QTD-GRP)
           MOVE WS-GRP-MEMBROS  TO WS-GRP-QTD-MEMBROS(WS-QTD-GRP)
           MOVE ZEROS           TO WS-GRP-VEND-IDX(WS-QTD-GRP)
           MOVE SPACES          TO WS-GRP-SITUACAO(WS-QTD-GRP).
      *
       134-FIM.
           EXIT.

      *-----------------------------------*
      *
       200-DISTRIBUI-CLIENTES SECTION.
                          PERFORM 221-GRAVA-SEM-VENDEDOR
                       END-IF
                    ELSE
                    PERFORM 217-VERIFICA-GRUPO
                    IF WS-CLI-EM-GRUPO
                       PERFORM 219-ATRIBUI-PELO-GRUPO
                    ELSE
                    MOVE "G" TO WS-ORIGEM
                    PERFORM 210-ACHA-VENDEDOR-PROXIMO
                    PERFORM 216-DEFINE-RESERVA
                       END-IF
                    END-IF
                    END-IF
                    END-IF
                 END-IF
                 ADD 1 TO WS-CKP-CONTADOR
                 IF WS-CKP-CONTADOR >= WS-CKP-INTERVALO
           CLOSE DISTRIB-REL
           CLOSE SEMVEND-REL
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-ATUAL
           CLOSE INTERFACE-CRM
           CLOSE MATRIZ-REL
      *
      *-----------------------------------*
      *    O HISTORICO E CUMULATIVO: CADA EXECUCAO ACRESCENTA REGISTROS
      *    AO FINAL DO ARQUIVO, SEM APAGAR AS EXECUCOES ANTERIORES.
      *    A ATRIBUICAO ATUAL (DISTATUAL) E ATUALIZADA JUNTO, UM
      *    REGISTRO POR CLIENTE; E CRIADA VAZIA SE AINDA NAO EXISTIR.
      *-----------------------------------*
      *
       205-ABRE-HISTORICO SECTION.
           OPEN EXTEND ARQ-HISTORICO
           IF FSTATUS-HIST EQUAL "35"
              OPEN OUTPUT ARQ-HISTORICO
           END-IF
      *
           OPEN I-O ARQ-ATUAL
           IF FS-ATUAL EQUAL "35"
              OPEN OUTPUT ARQ-ATUAL
              CLOSE ARQ-ATUAL
              OPEN I-O ARQ-ATUAL
           END-IF.

      *-----------------------------------*
                          OR WS-VEND-CEL-LON(WS-IDX-VEND)
                             GREATER THAN WS-JAN-LON-MAX))
                 PERFORM 230-CALCULA-DISTANCIA
                 IF WS-ESCOLHA-CLIENTE
                    PERFORM 215-GRAVA-MATRIZ-LINHA
                 END-IF
                 PERFORM 212-VERIFICA-ELEGIVEL
                 IF WS-VEND-ELEGIVEL
                    IF WS-NAO-ACHOU-VENDEDOR
              MOVE ZEROS TO WS-SEC-COD
           END-IF.

      *-----------------------------------*
      *    MODO GRUPO: LOCALIZA O GRUPO DO CLIENTE NA TABELA DA
      *    RODADA E, NO PRIMEIRO MEMBRO, ESCOLHE O VENDEDOR DO GRUPO.
      *    CLIENTE FORA DA TABELA OU DE GRUPO SEM VENDEDOR SEGUE A
      *    ESCOLHA NORMAL POR DISTANCIA.
      *-----------------------------------*
      *
       217-VERIFICA-GRUPO SECTION.
      *
           SET WS-CLI-SEM-GRUPO TO TRUE
           MOVE ZEROS TO WS-IDX-GRP
      *
           IF WS-QTD-GRP EQUAL ZEROS
              GO TO 217-FIM
           END-IF
      *
           MOVE COD-CLI  TO WS-BGR-COD-CLI
           MOVE CNPJ-CLI TO WS-BGR-CNPJ
           CALL "BUSCAGRP" USING PARAM-BUSCAGRP
           IF WS-BGR-GRUPO EQUAL ZEROS
              GO TO 217-FIM
           END-IF
      *
           SEARCH ALL WS-GRP-ITEM
              AT END
                 GO TO 217-FIM
              WHEN WS-GRP-COD(WS-GRP-IX) EQUAL WS-BGR-GRUPO
                 SET WS-IDX-GRP TO WS-GRP-IX
           END-SEARCH
      *
           IF WS-GRP-A-ESCOLHER(WS-IDX-GRP)
              PERFORM 218-ESCOLHE-VENDEDOR-GRUPO
           END-IF
      *
           IF WS-GRP-COM-VENDEDOR(WS-IDX-GRP)
              SET WS-CLI-EM-GRUPO TO TRUE
           END-IF.
      *
       217-FIM.
           EXIT.

      *-----------------------------------*
      *    VENDEDOR DO GRUPO: O MAIS PROXIMO DA SEDE, NA MESMA
      *    VARREDURA DA ESCOLHA NORMAL (TERRITORIO DA SEDE), SEM
      *    LIMITE DE CAPACIDADE. A POSICAO DO CLIENTE CORRENTE E
      *    TROCADA PELA DA SEDE SO DURANTE A ESCOLHA.
      *-----------------------------------*
      *
       218-ESCOLHE-VENDEDOR-GRUPO SECTION.
      *
           MOVE LATI-CLIENTE  TO WS-SALVA-LAT
           MOVE LONGI-CLIENTE TO WS-SALVA-LON
           MOVE UF-CLI        TO WS-SALVA-UF
           MOVE CIDADE-CLI    TO WS-SALVA-CIDADE
      *
           MOVE WS-GRP-LAT(WS-IDX-GRP)    TO LATI-CLIENTE
           MOVE WS-GRP-LON(WS-IDX-GRP)    TO LONGI-CLIENTE
           MOVE WS-GRP-UF(WS-IDX-GRP)     TO UF-CLI
           MOVE WS-GRP-CIDADE(WS-IDX-GRP) TO CIDADE-CLI
      *
           SET WS-ESCOLHA-GRUPO TO TRUE
           PERFORM 210-ACHA-VENDEDOR-PROXIMO
           SET WS-ESCOLHA-CLIENTE TO TRUE
      *
           MOVE WS-SALVA-LAT    TO LATI-CLIENTE
           MOVE WS-SALVA-LON    TO LONGI-CLIENTE
           MOVE WS-SALVA-UF     TO UF-CLI
           MOVE WS-SALVA-CIDADE TO CIDADE-CLI
      *
           IF WS-ACHOU-VENDEDOR
              AND (DIST-MAXIMA EQUAL ZEROS
                   OR WS-MELHOR-DIST NOT GREATER THAN DIST-MAXIMA)
              MOVE WS-MELHOR-IDX TO WS-GRP-VEND-IDX(WS-IDX-GRP)
              SET WS-GRP-COM-VENDEDOR(WS-IDX-GRP) TO TRUE
           ELSE
              SET WS-GRP-SEM-VENDEDOR(WS-IDX-GRP) TO TRUE
           END-IF.

      *-----------------------------------*
      *    MEMBRO DE GRUPO COM VENDEDOR ESCOLHIDO: VAI PARA ELE COM
      *    ORIGEM "E", A DISTANCIA REAL DO CLIENTE E A RESERVA
      *    GEOGRAFICA DO PROPRIO CLIENTE, COMO NO CLIENTE FIXADO.
      *-----------------------------------*
      *
       219-ATRIBUI-PELO-GRUPO SECTION.
      *
           MOVE WS-GRP-VEND-IDX(WS-IDX-GRP) TO WS-PIN-IDX
           MOVE WS-PIN-IDX  TO WS-IDX-VEND
           PERFORM 230-CALCULA-DISTANCIA
           MOVE WS-DIST-KM  TO WS-MELHOR-DIST
           MOVE WS-PIN-IDX  TO WS-MELHOR-IDX
           MOVE "E"         TO WS-ORIGEM
           PERFORM 211-ACHA-RESERVA-FIXADO
           PERFORM 216-DEFINE-RESERVA
           PERFORM 220-GRAVA-LINHA
           PERFORM 225-GRAVA-HISTORICO.

      *-----------------------------------*
      *    UM VENDEDOR SO CONCORRE PELO CLIENTE ATUAL SE PASSAR NAS
      *    RESTRICOES DOS MODOS LIGADOS: CAPACIDADE DISPONIVEL NO
           END-IF
      *
           IF DIST-QUOTA-LIGADA
              AND WS-ESCOLHA-CLIENTE
              AND WS-VEND-QTD-CLI(WS-IDX-VEND) NOT LESS THAN
                  WS-VEND-CAP(WS-IDX-VEND)
              SET WS-VEND-NAO-ELEGIVEL TO TRUE
           MOVE WS-VEND-NOME(WS-MELHOR-IDX)       TO WS-DET-NOME-VEND
           MOVE WS-MELHOR-DIST                    TO WS-DET-DIST
           MOVE WS-SEC-COD                        TO WS-DET-VEND-SEC
           EVALUATE WS-ORIGEM
              WHEN "M"
                 MOVE "MANUAL" TO WS-DET-ORIGEM
              WHEN "E"
                 MOVE "GRUPO"  TO WS-DET-ORIGEM
              WHEN OTHER
                 MOVE "AUTO"   TO WS-DET-ORIGEM
           END-EVALUATE
      *
           WRITE DISTRIB-REG FROM WS-DET
      *
           MOVE WS-ORIGEM                   TO HIST-ORIGEM
           MOVE WS-SEC-COD                  TO HIST-COD-VEND-SEC
      *
           WRITE DISTRIB-HIST-REG
      *
           PERFORM 229-GRAVA-ATUAL.

      *-----------------------------------*
      *    LEVA O REGISTRO RECEM GRAVADO NO HISTORICO PARA A
      *    ATRIBUICAO ATUAL DO CLIENTE. SO SUBSTITUI O QUE ESTIVER LA
      *    SE A EXECUCAO FOR A MESMA OU MAIS NOVA (MESMA REGRA DE
      *    QUEM LIA O DISTHIST INTEIRO: VALE O REGISTRO MAIS NOVO E,
      *    NO EMPATE, O ULTIMO GRAVADO).
      *-----------------------------------*
      *
       229-GRAVA-ATUAL SECTION.
      *
           MOVE HIST-COD-CLI TO ATR-COD-CLI
           READ ARQ-ATUAL
           IF FS-ATUAL EQUAL "00"
              IF ATR-DATA-EXEC GREATER THAN HIST-DATA-EXEC
                 OR (ATR-DATA-EXEC EQUAL HIST-DATA-EXEC
                     AND ATR-HORA-EXEC GREATER THAN HIST-HORA-EXEC)
                 GO TO 229-FIM
              END-IF
           END-IF
      *
           MOVE HIST-COD-VEND               TO ATR-COD-VEND
           MOVE HIST-COD-VEND-SEC           TO ATR-COD-VEND-SEC
           MOVE HIST-DISTANCIA              TO ATR-DISTANCIA
           MOVE HIST-ORIGEM                 TO ATR-ORIGEM
           MOVE HIST-DATA-EXEC              TO ATR-DATA-EXEC
           MOVE HIST-HORA-EXEC              TO ATR-HORA-EXEC
      *
           IF FS-ATUAL EQUAL "00"
              REWRITE ARQ-ATR-REG
           ELSE
              WRITE ARQ-ATR-REG
           END-IF.
      *
       229-FIM.
           EXIT.

      *-----------------------------------*
      *    DISTANCIA ENTRE O CLIENTE ATUAL E O VENDEDOR WS-IDX-VEND,
      *
           WRITE CARGVEND-REG FROM WS-DET-CARGA.

      *-----------------------------------*
      *    PEDIDOS EM ABERTO QUE FICARAM COM O VENDEDOR ANTERIOR DO
      *    CLIENTE: TRANSFERIDOS OU MANTIDOS PELA POLITICA DO
      *    PARAMSIS (VER TRANSPED).
      *-----------------------------------*
      *
       250-TRANSFERE-PEDIDOS SECTION.
      *
           MOVE ZEROS         TO WS-TRANSP-COD-CLI
                                 WS-TRANSP-COD-VEND
           MOVE SPACES        TO WS-TRANSP-POLITICA
                                 WS-TRANSP-MSG
           MOVE "FAZDISTRIB"  TO WS-TRANSP-ORIGEM
           MOVE DIST-OPERADOR TO WS-TRANSP-OPERADOR
      *
           CALL "TRANSPED" USING PARAMETROS-TRANSPED.

      *-----------------------------------*
      *    REGISTRA A EXECUCAO NO LOG CENTRAL: INICIO, CONTADORES,
      *    STATUS FINAL E PARAMETROS USADOS.
           MOVE DIST-MAXIMA TO WS-ED-DIST-MAX
           MOVE SPACES      TO WS-RLOG-PARAMETROS
           MOVE DIST-FILIAL TO WS-FILIAL-ED
           STRING "MAX=" FUNCTION TRIM(WS-ED-DIST-MAX)
                  " MTZ=" DIST-SO-MATRIZ
                  " QTA=" DIST-MODO-QUOTA
                  " TER=" DIST-MODO-TERRIT
                  " FIL=" WS-FILIAL-ED
                  " GRP=" DIST-MODO-GRUPO
             INTO WS-RLOG-PARAMETROS
      *
           MOVE DIST-OPERADOR TO WS-RLOG-OPERADOR
