      *    O RESULTADO VAI PARA O ARQUIVO CLASSCLI COM A DATA DO
      *    CALCULO E A JANELA USADA, REGRAVANDO A CLASSIFICACAO
      *    ANTERIOR DE CADA CLIENTE.
      *    COM ABC-P-GRUPO = "S" A CLASSIFICACAO E CONSOLIDADA POR
      *    GRUPO ECONOMICO (BUSCAGRP): O GRUPO E CLASSIFICADO PELA
      *    SOMA DOS PEDIDOS DE TODOS OS MEMBROS E CADA MEMBRO COM
      *    PEDIDO NA JANELA RECEBE A CLASSE DO GRUPO (O VALOR GRAVADO
      *    CONTINUA SENDO O DO PROPRIO CLIENTE). CLIENTE SEM GRUPO E
      *    CLASSIFICADO SOZINHO.
      *    OS PEDIDOS DA JANELA SAO LIDOS PELA CHAVE VENDEDOR+DATA
      *    (CHAVE-VEND-PED), SO NO TRECHO DA JANELA DE CADA VENDEDOR.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-CLASSE    ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ORD.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-SORT3     ASSIGN TO "CLASSABC.TM3"
                  FILE STATUS   IS FS-SORT3.
           SELECT ARQ-MEMBROS   ASSIGN TO "CLASSABC.MBR"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-MBR.
           SELECT ARQ-TOTGRP    ASSIGN TO "CLASSABC.TOT"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TOT.
      *
       DATA DIVISION.
       FILE SECTION.
       01  REG-SORT.
           03 SORT-COD-CLI          PIC 9(007).
           03 SORT-VALOR            PIC 9(009)V9(002).
      *
      *    VALOR-UNID E O VALOR DA UNIDADE CLASSIFICADA: O DO
      *    PROPRIO CLIENTE OU, NA CONSOLIDACAO, O TOTAL DO GRUPO.
      *
       FD  ARQ-GRUPO.
       01  REG-GRUPO.
           03 GRP-COD-CLI           PIC 9(007).
           03 GRP-VALOR             PIC 9(011)V9(002).
           03 GRP-GRUPO             PIC 9(008).
           03 GRP-VALOR-UNID        PIC 9(013)V9(002).
      *
       SD  ARQ-SORT2.
       01  REG-SORT2.
           03 SRT2-COD-CLI          PIC 9(007).
           03 SRT2-VALOR            PIC 9(011)V9(002).
           03 SRT2-GRUPO            PIC 9(008).
           03 SRT2-VALOR-UNID       PIC 9(013)V9(002).
      *
       FD  ARQ-GRUPO-ORD.
       01  REG-GRUPO-ORD.
           03 ORD-COD-CLI           PIC 9(007).
           03 ORD-VALOR             PIC 9(011)V9(002).
           03 ORD-GRUPO             PIC 9(008).
           03 ORD-VALOR-UNID        PIC 9(013)V9(002).
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
      *    CONSOLIDACAO POR GRUPO: OS CLIENTES EM ORDEM DE GRUPO
      *    (MEMBROS) E O TOTAL DE CADA GRUPO, CASADOS NUMA SEGUNDA
      *    PASSADA PARA GRAVAR O VALOR DA UNIDADE EM CADA MEMBRO.
      *
       SD  ARQ-SORT3.
       01  REG-SORT3.
           03 SRT3-COD-CLI          PIC 9(007).
           03 SRT3-VALOR            PIC 9(011)V9(002).
           03 SRT3-GRUPO            PIC 9(008).
           03 SRT3-VALOR-UNID       PIC 9(013)V9(002).
      *
       FD  ARQ-MEMBROS.
       01  REG-MEMBROS.
           03 MBR-COD-CLI           PIC 9(007).
           03 MBR-VALOR             PIC 9(011)V9(002).
           03 MBR-GRUPO             PIC 9(008).
           03 MBR-VALOR-UNID        PIC 9(013)V9(002).
      *
       FD  ARQ-TOTGRP.
       01  REG-TOTGRP.
           03 TOT-GRUPO             PIC 9(008).
           03 TOT-VALOR             PIC 9(013)V9(002).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  WS-CLASSE-ATRIB         PIC X(001) VALUE SPACES.
       77  WS-QTD-CLASSIFICADOS    PIC 9(007) VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZZZZZ9 VALUE ZEROS.
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FS-SORT3                PIC X(002) VALUE "00".
       77  FS-MBR                  PIC X(002) VALUE "00".
       77  FS-TOT                  PIC X(002) VALUE "00".
       77  WS-ECO-ATUAL            PIC 9(008) VALUE ZEROS.
       77  WS-ACUM-ECO             PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-UNID-GRUPO           PIC 9(008) VALUE ZEROS.
       77  WS-PER-VEND             PIC 9(003) VALUE ZEROS.
       77  WS-PER-DATA-INI         PIC 9(008) VALUE ZEROS.
       77  WS-PER-DATA-FIM         PIC 9(008) VALUE ZEROS.
       01  WS-UNID-SW              PIC X(001) VALUE "S".
           88 WS-UNID-NOVA                    VALUE "S".
           88 WS-UNID-MESMA                   VALUE "N".
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
       LINKAGE SECTION.
       01  PARAMETROS-ABC.
           03  ABC-P-MES-INI       PIC 9(006) VALUE ZEROS.
           03  ABC-P-MES-FIM       PIC 9(006) VALUE ZEROS.
           03  ABC-P-MSG           PIC X(040) VALUE SPACES.
      *    "S" = CLASSIFICAR POR GRUPO ECONOMICO
           03  ABC-P-GRUPO         PIC X(001) VALUE "N".
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-ABC.
      *-----------------------------------*
                TO ABC-P-MSG
              GOBACK
           END-IF
      *
           IF ABC-P-GRUPO EQUAL "S"
              PERFORM 220-CONSOLIDA-GRUPOS
           END-IF
      *
           SORT ARQ-SORT2
                ON DESCENDING KEY SRT2-VALOR-UNID
                ON ASCENDING  KEY SRT2-GRUPO
                USING  ARQ-GRUPO
                GIVING ARQ-GRUPO-ORD
      *
              GO TO 100-FIM
           END-IF
      *
           MOVE ZEROS TO WS-PER-VEND
           COMPUTE WS-PER-DATA-INI = ABC-P-MES-INI * 100 + 01
           COMPUTE WS-PER-DATA-FIM = ABC-P-MES-FIM * 100 + 31
           PERFORM 110-POSICIONA-VENDEDOR
      *
           PERFORM UNTIL FSTATUS-PED NOT EQUAL "00"
                     AND FSTATUS-PED NOT EQUAL "02"
              EVALUATE TRUE
                 WHEN COD-VEND-PED NOT EQUAL WS-PER-VEND
                    MOVE COD-VEND-PED TO WS-PER-VEND
                    IF DATA-PEDIDO LESS THAN WS-PER-DATA-INI
                       PERFORM 110-POSICIONA-VENDEDOR
                    END-IF
                 WHEN DATA-PEDIDO GREATER THAN WS-PER-DATA-FIM
                    IF WS-PER-VEND EQUAL 999
                       MOVE "10" TO FSTATUS-PED
                    ELSE
                       ADD 1 TO WS-PER-VEND
                       PERFORM 110-POSICIONA-VENDEDOR
                    END-IF
                 WHEN OTHER
                    IF PED-ATIVO
                       MOVE COD-CLI-PED  TO SORT-COD-CLI
                       MOVE VALOR-PEDIDO TO SORT-VALOR
                       RELEASE REG-SORT
                    END-IF
                    READ ARQ-PEDIDO NEXT RECORD
              END-EVALUATE
           END-PERFORM
      *
           CLOSE ARQ-PEDIDO.
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    POSICIONA NO PRIMEIRO PEDIDO DO VENDEDOR WS-PER-VEND A
      *    PARTIR DA DATA INICIAL DO PERIODO (CHAVE CHAVE-VEND-PED).
      *-----------------------------------*
      *
       110-POSICIONA-VENDEDOR SECTION.
      *
           MOVE WS-PER-VEND     TO COD-VEND-PED
           MOVE WS-PER-DATA-INI TO DATA-PEDIDO
           START ARQ-PEDIDO KEY IS NOT LESS THAN CHAVE-VEND-PED
              INVALID KEY
                 MOVE "10" TO FSTATUS-PED
           END-START
           IF FSTATUS-PED EQUAL "00"
              READ ARQ-PEDIDO NEXT RECORD
           END-IF.
      *
       110-FIM.
           EXIT.

      *-----------------------------------*
      *
       200-AGRUPA SECTION.
      *
           OPEN OUTPUT ARQ-GRUPO
           IF ABC-P-GRUPO EQUAL "S"
              OPEN INPUT ARQ-CLIENTE
           END-IF
           MOVE 99999999 TO WS-GRP-ATUAL
           MOVE ZEROS    TO WS-ACUM-CLI
      *
           END-PERFORM
      *
           PERFORM 210-GRAVA-GRUPO
           CLOSE ARQ-GRUPO
           IF ABC-P-GRUPO EQUAL "S"
              CLOSE ARQ-CLIENTE
           END-IF.

      *-----------------------------------*
      *
      *
           MOVE WS-GRP-ATUAL TO GRP-COD-CLI
           MOVE WS-ACUM-CLI  TO GRP-VALOR
           MOVE WS-ACUM-CLI  TO GRP-VALOR-UNID
           MOVE ZEROS        TO GRP-GRUPO
           IF ABC-P-GRUPO EQUAL "S"
              PERFORM 215-BUSCA-GRUPO
           END-IF
           WRITE REG-GRUPO.
      *
       210-FIM.
           EXIT.

      *-----------------------------------*
      *    GRUPO ECONOMICO DO CLIENTE. CLIENTE FORA DO CADASTRO SO
      *    TEM GRUPO SE INFORMADO NO GRUPOCLI.
      *-----------------------------------*
      *
       215-BUSCA-GRUPO SECTION.
      *
           MOVE WS-GRP-ATUAL TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              MOVE ZEROS TO CNPJ-CLI
           END-IF
      *
           MOVE WS-GRP-ATUAL TO WS-BGR-COD-CLI
           MOVE CNPJ-CLI     TO WS-BGR-CNPJ
           CALL "BUSCAGRP" USING PARAM-BUSCAGRP
           MOVE WS-BGR-GRUPO TO GRP-GRUPO.

      *-----------------------------------*
      *    CONSOLIDACAO POR GRUPO: ORDENA OS CLIENTES POR GRUPO,
      *    TOTALIZA CADA GRUPO (TOTGRP) E REGRAVA O ARQUIVO DE
      *    CLIENTES COM O TOTAL DO GRUPO COMO VALOR DA UNIDADE.
      *-----------------------------------*
      *
       220-CONSOLIDA-GRUPOS SECTION.
      *
           SORT ARQ-SORT3
                ON ASCENDING KEY SRT3-GRUPO
                                 SRT3-COD-CLI
                USING  ARQ-GRUPO
                GIVING ARQ-MEMBROS
      *
           PERFORM 230-TOTALIZA-GRUPOS
           PERFORM 240-GRAVA-UNIDADES.

      *-----------------------------------*
      *
       230-TOTALIZA-GRUPOS SECTION.
      *
           OPEN INPUT  ARQ-MEMBROS
           OPEN OUTPUT ARQ-TOTGRP
           MOVE ZEROS TO WS-ECO-ATUAL
           MOVE ZEROS TO WS-ACUM-ECO
      *
           READ ARQ-MEMBROS
      *
           PERFORM UNTIL FS-MBR NOT EQUAL "00"
              IF MBR-GRUPO GREATER THAN ZEROS
                 IF MBR-GRUPO NOT EQUAL WS-ECO-ATUAL
                    PERFORM 235-GRAVA-TOTAL
                    MOVE MBR-GRUPO TO WS-ECO-ATUAL
                    MOVE ZEROS     TO WS-ACUM-ECO
                 END-IF
                 ADD MBR-VALOR TO WS-ACUM-ECO
              END-IF
              READ ARQ-MEMBROS
           END-PERFORM
      *
           PERFORM 235-GRAVA-TOTAL
      *
           CLOSE ARQ-MEMBROS
           CLOSE ARQ-TOTGRP.

      *-----------------------------------*
      *
       235-GRAVA-TOTAL SECTION.
      *
           IF WS-ECO-ATUAL EQUAL ZEROS
              GO TO 235-FIM
           END-IF
      *
           MOVE WS-ECO-ATUAL TO TOT-GRUPO
           MOVE WS-ACUM-ECO  TO TOT-VALOR
           WRITE REG-TOTGRP.
      *
       235-FIM.
           EXIT.

      *-----------------------------------*
      *    CASA OS MEMBROS (EM ORDEM DE GRUPO) COM OS TOTAIS (NA
      *    MESMA ORDEM). CLIENTE SEM GRUPO FICA COM O PROPRIO VALOR.
      *-----------------------------------*
      *
       240-GRAVA-UNIDADES SECTION.
      *
           OPEN INPUT  ARQ-MEMBROS
           OPEN INPUT  ARQ-TOTGRP
           OPEN OUTPUT ARQ-GRUPO
      *
           MOVE ZEROS TO TOT-GRUPO
           READ ARQ-TOTGRP
           READ ARQ-MEMBROS
      *
           PERFORM UNTIL FS-MBR NOT EQUAL "00"
              MOVE REG-MEMBROS TO REG-GRUPO
              IF MBR-GRUPO GREATER THAN ZEROS
                 PERFORM UNTIL FS-TOT NOT EQUAL "00"
                            OR TOT-GRUPO NOT LESS THAN MBR-GRUPO
                    READ ARQ-TOTGRP
                 END-PERFORM
                 IF FS-TOT EQUAL "00"
                    AND TOT-GRUPO EQUAL MBR-GRUPO
                    MOVE TOT-VALOR TO GRP-VALOR-UNID
                 END-IF
              END-IF
              WRITE REG-GRUPO
              READ ARQ-MEMBROS
           END-PERFORM
      *
           CLOSE ARQ-MEMBROS
           CLOSE ARQ-TOTGRP
           CLOSE ARQ-GRUPO.

      *-----------------------------------*
      *    CORTE CLASSICO PELA PARTICIPACAO ACUMULADA NO VALOR
      *    TOTAL: A ATE 80 PORCENTO, B ATE 95, C O RESTANTE.
           OPEN INPUT ARQ-GRUPO-ORD
      *
           READ ARQ-GRUPO-ORD
      *
      *    NA CONSOLIDACAO OS MEMBROS DE UM GRUPO CHEGAM JUNTOS (MESMO
      *    VALOR DE UNIDADE E MESMO GRUPO): O TOTAL DO GRUPO ENTRA NO
      *    ACUMULADO UMA VEZ SO E TODOS FICAM COM A MESMA CLASSE.
           MOVE ZEROS TO WS-UNID-GRUPO
      *
           PERFORM UNTIL FS-ORD NOT EQUAL "00"
              SET WS-UNID-NOVA TO TRUE
              IF ORD-GRUPO GREATER THAN ZEROS
                 AND ORD-GRUPO EQUAL WS-UNID-GRUPO
                 SET WS-UNID-MESMA TO TRUE
              END-IF
              MOVE ORD-GRUPO TO WS-UNID-GRUPO
              IF WS-UNID-NOVA
                 ADD ORD-VALOR-UNID TO WS-ACUM-GERAL
                 EVALUATE TRUE
                    WHEN WS-ACUM-GERAL NOT GREATER THAN WS-CORTE-A
                       MOVE "A" TO WS-CLASSE-ATRIB
                    WHEN WS-ACUM-GERAL NOT GREATER THAN WS-CORTE-B
                       MOVE "B" TO WS-CLASSE-ATRIB
                    WHEN OTHER
                       MOVE "C" TO WS-CLASSE-ATRIB
                 END-EVALUATE
              END-IF
              PERFORM 310-GRAVA-CLASSE
              READ ARQ-GRUPO-ORD
           END-PERFORM
