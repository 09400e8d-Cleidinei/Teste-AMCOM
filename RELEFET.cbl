      *
      *-----------------------------------*
      *    EFETIVIDADE DA DISTRIBUICAO: CRUZA A CARTEIRA DE CADA
      *    VENDEDOR NA ATRIBUICAO ATUAL (DISTATUAL: O REGISTRO MAIS
      *    NOVO DE CADA CLIENTE ENTRE TODAS AS EXECUCOES, INCLUSIVE
      *    AS RODADAS POR FILIAL) COM OS PEDIDOS
      *    ATIVOS DA JANELA DE MESES INFORMADA E MOSTRA, POR
      *    VENDEDOR, QUANTOS CLIENTES ATRIBUIDOS COMPRARAM AO MENOS
      *    UMA VEZ, A TAXA DE CONVERSAO E O VALOR MEDIO POR CLIENTE
      *    ATRIBUIDO (EFETIVID.CSV). SEPARA CARTEIRA FRACA DE
      *    VENDEDOR FRACO NA LEITURA DO RELQUOTA.
      *    COM EFET-EQUIPE = "S" O RELATORIO GANHA NO FINAL UM BLOCO
      *    POR EQUIPE DE VENDA, SOMANDO OS VENDEDORES NA EQUIPE
      *    VIGENTE NO ULTIMO DIA DA JANELA (BUSCAEQP); OS SEM EQUIPE
      *    FICAM NA LINHA DE EQUIPE ZERO.
      *    OS PEDIDOS DA JANELA SAO LIDOS PELA CHAVE VENDEDOR+DATA
      *    (CHAVE-VEND-PED), SO NO TRECHO DA JANELA DE CADA VENDEDOR.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-SORT2     ASSIGN TO "RELEFET.TM2"
                  FILE STATUS   IS FS-SORT2.
           SELECT ARQ-PEDGRP    ASSIGN TO "RELEFET.PGR"
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       SD  ARQ-SORT2.
       01  REG-SORT2.
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FS-SORT2                PIC X(002) VALUE "00".
       77  FS-PEDGRP               PIC X(002) VALUE "00".
       77  WS-GRP-ATUAL            PIC 9(008) VALUE 99999999.
       77  WS-ACUM-CLI             PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-CONVERSAO            PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-VALOR-MEDIO          PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-EQT                  PIC 9(004) VALUE ZEROS.
       77  WS-PER-VEND             PIC 9(003) VALUE ZEROS.
       77  WS-PER-DATA-INI         PIC 9(008) VALUE ZEROS.
       77  WS-PER-DATA-FIM         PIC 9(008) VALUE ZEROS.
       01  WS-ATUAL-SW             PIC X(001) VALUE "N".
           88 WS-ATUAL-COM-DADOS              VALUE "S".
      *-----------------------------------*
      *    ACUMULADORES POR VENDEDOR, INDEXADOS PELO COD-VEND.
      *-----------------------------------*
              05 WS-TOT-ATRIBUIDOS PIC 9(007).
              05 WS-TOT-COMPRARAM  PIC 9(007).
              05 WS-TOT-VALOR      PIC 9(011)V9(002).
      *-----------------------------------*
      *    TOTAIS POR EQUIPE, INDEXADOS PELO CODIGO DO SUPERVISOR;
      *    A POSICAO 1000 GUARDA OS VENDEDORES SEM EQUIPE.
      *-----------------------------------*
       01  WS-TOTAIS-EQUIPE.
           03 WS-EQT-ITEM OCCURS 1000 TIMES.
              05 WS-EQT-NOME       PIC X(040).
              05 WS-EQT-ATRIBUIDOS PIC 9(007).
              05 WS-EQT-COMPRARAM  PIC 9(007).
              05 WS-EQT-VALOR      PIC 9(011)V9(002).
      *-----------------------------------*
      *    EQUIPE DE CADA VENDEDOR (BUSCAEQP)
      *-----------------------------------*
       01  PARAMETROS-BUSCAEQP.
           03  WS-BEQ-COD-VEND     PIC 9(003) VALUE ZEROS.
           03  WS-BEQ-DATA         PIC 9(008) VALUE ZEROS.
           03  WS-BEQ-COD-SUPERV   PIC 9(003) VALUE ZEROS.
           03  WS-BEQ-ORIGEM       PIC X(001) VALUE SPACES.
           03  WS-BEQ-CADASTRO     PIC X(001) VALUE SPACES.
               88 WS-BEQ-CADASTRADA           VALUE "S".
           03  WS-BEQ-NOME         PIC X(040) VALUE SPACES.
           03  WS-BEQ-PERC-SUPERV  PIC 9(002)V9(002) VALUE ZEROS.
           03  WS-BEQ-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
       01  WS-CAB                  PIC X(150) VALUE
           "COD VEND;NOME VENDEDOR;CLIENTES ATRIBUIDOS;COMPRARAM;CONVERS
           03 WS-DET-VALOR         PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-MEDIO         PIC ZZZZZZZZ9,99  VALUE ZEROS.
       01  WS-CAB-EQUIPE           PIC X(150) VALUE
           "COD EQUIPE;NOME EQUIPE;CLIENTES ATRIBUIDOS;COMPRARAM;CONVER
      -    "SAO %;VALOR TOTAL;VALOR POR CLIENTE".
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-EFET.
           03  EFET-MES-INI        PIC 9(006) VALUE ZEROS.
           03  EFET-MES-FIM        PIC 9(006) VALUE ZEROS.
           03  EFET-MSG            PIC X(040) VALUE SPACES.
      *    "S" = CONSOLIDAR TAMBEM POR EQUIPE DE VENDA
           03  EFET-EQUIPE         PIC X(001) VALUE "N".
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-EFET.
      *-----------------------------------*
              GOBACK
           END-IF
      *
           PERFORM 100-VERIFICA-ATUAL
           IF NOT WS-ATUAL-COM-DADOS
              MOVE "RELEFET: ARQUIVO DISTATUAL VAZIO"
                TO EFET-MSG
              GOBACK
           END-IF
      *
           SORT ARQ-SORT2
                ON ASCENDING KEY SRT2-COD-CLI
                OUTPUT PROCEDURE IS 310-AGRUPA-PEDIDOS
      *
           INITIALIZE WS-TOTAIS-VEND
           INITIALIZE WS-TOTAIS-EQUIPE
           COMPUTE WS-BEQ-DATA = EFET-MES-FIM * 100 + 31
           PERFORM 400-CRUZA-ARQUIVOS
           PERFORM 500-GERA-RELATORIO
      *

      *-----------------------------------*
      *
       100-VERIFICA-ATUAL SECTION.
      *
           MOVE "N" TO WS-ATUAL-SW
      *
           OPEN INPUT ARQ-ATUAL
           IF FS-ATUAL NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              GO TO 100-FIM
           END-IF
      *
           READ ARQ-ATUAL NEXT RECORD
           IF FS-ATUAL EQUAL "00"
              SET WS-ATUAL-COM-DADOS TO TRUE
           END-IF
      *
           CLOSE ARQ-ATUAL.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *
       300-SELECIONA-PEDIDOS SECTION.
              GO TO 300-FIM
           END-IF
      *
           MOVE ZEROS TO WS-PER-VEND
           COMPUTE WS-PER-DATA-INI = EFET-MES-INI * 100 + 01
           COMPUTE WS-PER-DATA-FIM = EFET-MES-FIM * 100 + 31
           PERFORM 305-POSICIONA-VENDEDOR
      *
           PERFORM UNTIL FSTATUS-PED NOT EQUAL "00"
                     AND FSTATUS-PED NOT EQUAL "02"
              EVALUATE TRUE
                 WHEN COD-VEND-PED NOT EQUAL WS-PER-VEND
                    MOVE COD-VEND-PED TO WS-PER-VEND
                    IF DATA-PEDIDO LESS THAN WS-PER-DATA-INI
                       PERFORM 305-POSICIONA-VENDEDOR
                    END-IF
                 WHEN DATA-PEDIDO GREATER THAN WS-PER-DATA-FIM
                    IF WS-PER-VEND EQUAL 999
                       MOVE "10" TO FSTATUS-PED
                    ELSE
                       ADD 1 TO WS-PER-VEND
                       PERFORM 305-POSICIONA-VENDEDOR
                    END-IF
                 WHEN OTHER
                    IF PED-ATIVO
                       MOVE COD-CLI-PED  TO SRT2-COD-CLI
                       MOVE VALOR-PEDIDO TO SRT2-VALOR
                       RELEASE REG-SORT2
                    END-IF
                    READ ARQ-PEDIDO NEXT RECORD
              END-EVALUATE
           END-PERFORM
      *
           CLOSE ARQ-PEDIDO.
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    POSICIONA NO PRIMEIRO PEDIDO DO VENDEDOR WS-PER-VEND A
      *    PARTIR DA DATA INICIAL DO PERIODO (CHAVE CHAVE-VEND-PED).
      *-----------------------------------*
      *
       305-POSICIONA-VENDEDOR SECTION.
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
       305-FIM.
           EXIT.

      *-----------------------------------*
      *
       310-AGRUPA-PEDIDOS SECTION.
           EXIT.

      *-----------------------------------*
      *    CASAMENTO DA ATRIBUICAO ATUAL (LIDA NA ORDEM DA CHAVE) COM
      *    O ARQUIVO DE TRABALHO DOS PEDIDOS, AMBOS ORDENADOS POR
      *    CLIENTE: CADA CLIENTE ATRIBUIDO CONTA NA CARTEIRA DO
      *    VENDEDOR E, QUANDO TEM GRUPO DE PEDIDOS, CONTA COMO
      *    COMPRADOR COM O VALOR ACUMULADO.
      *-----------------------------------*
      *
       400-CRUZA-ARQUIVOS SECTION.
      *
           OPEN INPUT ARQ-ATUAL
           OPEN INPUT ARQ-PEDGRP
      *
           READ ARQ-PEDGRP
              MOVE 99999999 TO PGR-COD-CLI
           END-IF
      *
           READ ARQ-ATUAL NEXT RECORD
           PERFORM UNTIL FS-ATUAL NOT EQUAL "00"
              IF ATR-COD-VEND GREATER THAN ZEROS
                 ADD 1 TO WS-TOT-ATRIBUIDOS(ATR-COD-VEND)
              END-IF
                 ADD 1         TO WS-TOT-COMPRARAM(ATR-COD-VEND)
                 ADD PGR-VALOR TO WS-TOT-VALOR(ATR-COD-VEND)
              END-IF
              READ ARQ-ATUAL NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ATUAL
           CLOSE ARQ-PEDGRP.

      *-----------------------------------*
              END-IF
              READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
      *
           IF EFET-EQUIPE EQUAL "S"
              PERFORM 550-GRAVA-EQUIPES
           END-IF
      *
           CLOSE ARQ-VENDEDOR
           CLOSE EFET-REL.
              ON SIZE ERROR MOVE ZEROS TO WS-VALOR-MEDIO
           END-COMPUTE
           MOVE WS-VALOR-MEDIO TO WS-DET-MEDIO
      *
           WRITE EFET-REG FROM WS-DET
      *
           IF EFET-EQUIPE EQUAL "S"
              PERFORM 520-ACUMULA-EQUIPE
           END-IF.

      *-----------------------------------*
      *    SOMA O VENDEDOR DA LINHA NA SUA EQUIPE
      *-----------------------------------*
      *
       520-ACUMULA-EQUIPE SECTION.
      *
           MOVE COD-VEND TO WS-BEQ-COD-VEND
           CALL "BUSCAEQP" USING PARAMETROS-BUSCAEQP
           IF WS-BEQ-COD-SUPERV EQUAL ZEROS
              MOVE 1000 TO WS-EQT
              MOVE "SEM EQUIPE" TO WS-EQT-NOME(WS-EQT)
           ELSE
              MOVE WS-BEQ-COD-SUPERV TO WS-EQT
              IF WS-BEQ-CADASTRADA
                 MOVE WS-BEQ-NOME TO WS-EQT-NOME(WS-EQT)
              ELSE
                 MOVE "EQUIPE NAO CADASTRADA" TO WS-EQT-NOME(WS-EQT)
              END-IF
           END-IF
      *
           ADD WS-TOT-ATRIBUIDOS(COD-VEND) TO WS-EQT-ATRIBUIDOS(WS-EQT)
           ADD WS-TOT-COMPRARAM(COD-VEND)  TO WS-EQT-COMPRARAM(WS-EQT)
           ADD WS-TOT-VALOR(COD-VEND)      TO WS-EQT-VALOR(WS-EQT).

      *-----------------------------------*
      *    BLOCO POR EQUIPE, APOS OS VENDEDORES, NO MESMO LAYOUT DA
      *    LINHA DO VENDEDOR
      *-----------------------------------*
      *
       550-GRAVA-EQUIPES SECTION.
      *
           MOVE SPACES TO EFET-REG
           WRITE EFET-REG
           WRITE EFET-REG FROM WS-CAB-EQUIPE
      *
           PERFORM VARYING WS-EQT FROM 1 BY 1
                   UNTIL WS-EQT GREATER THAN 1000
              IF WS-EQT-ATRIBUIDOS(WS-EQT) GREATER THAN ZEROS
                 PERFORM 560-GRAVA-LINHA-EQUIPE
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *
       560-GRAVA-LINHA-EQUIPE SECTION.
      *
           IF WS-EQT EQUAL 1000
              MOVE ZEROS  TO WS-DET-COD-VEND
           ELSE
              MOVE WS-EQT TO WS-DET-COD-VEND
           END-IF
           MOVE WS-EQT-NOME(WS-EQT)       TO WS-DET-NOME
           MOVE WS-EQT-ATRIBUIDOS(WS-EQT) TO WS-DET-ATRIB
           MOVE WS-EQT-COMPRARAM(WS-EQT)  TO WS-DET-COMPR
      *
           COMPUTE WS-CONVERSAO ROUNDED =
                   WS-EQT-COMPRARAM(WS-EQT) * 100
                 / WS-EQT-ATRIBUIDOS(WS-EQT)
              ON SIZE ERROR MOVE 999,99 TO WS-CONVERSAO
           END-COMPUTE
           MOVE WS-CONVERSAO TO WS-DET-CONV
      *
           MOVE WS-EQT-VALOR(WS-EQT) TO WS-DET-VALOR
           COMPUTE WS-VALOR-MEDIO ROUNDED =
                   WS-EQT-VALOR(WS-EQT)
                 / WS-EQT-ATRIBUIDOS(WS-EQT)
              ON SIZE ERROR MOVE ZEROS TO WS-VALOR-MEDIO
           END-COMPUTE
           MOVE WS-VALOR-MEDIO TO WS-DET-MEDIO
      *
           WRITE EFET-REG FROM WS-DET.
      *
