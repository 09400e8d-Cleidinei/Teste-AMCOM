      *    VENDEDOR: TOTALIZA O VALOR DOS PEDIDOS ATIVOS DO MES
      *    INFORMADO, ABATE AS DEVOLUCOES REGISTRADAS NO DEVOL
      *    CONTRA O MES DO PEDIDO DE ORIGEM, CALCULA O PERCENTUAL
      *    ATINGIDO DA QUOTA DO MES, A COMISSAO DEVIDA PELA
      *    COMISSAO-VEND E SINALIZA OS VENDEDORES ABAIXO DO
      *    PERCENTUAL MINIMO. A QUOTA DO MES VEM DO PLANO MENSAL
      *    (QUOTAPLAN) OU, SEM PLANO PARA O MES, DO QUOTA-VEND DO
      *    CADASTRO (BUSCAQPL); A ULTIMA COLUNA MOSTRA A ORIGEM.
      *    COM QUOTA-EQUIPE = "S" O RELATORIO GANHA NO FINAL UM BLOCO
      *    CONSOLIDADO POR EQUIPE DE VENDA: CADA VENDEDOR LISTADO
      *    ENTRA NA EQUIPE VIGENTE NO ULTIMO DIA DO MES (BUSCAEQP),
      *    COM A SOMA DAS QUOTAS, VENDAS E COMISSOES DOS MEMBROS; OS
      *    VENDEDORES SEM EQUIPE FICAM NA LINHA DE EQUIPE ZERO.
      *    OS PEDIDOS DO MES SAO LIDOS PELA CHAVE VENDEDOR+DATA
      *    (CHAVE-VEND-PED), SO NO TRECHO DO MES DE CADA VENDEDOR.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-DEVOL     ASSIGN TO DISK
       77  WS-VENDAS-VEND          PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-ATINGIMENTO          PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-COMISSAO             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-QUOTA-MES            PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-EQT                  PIC 9(004) VALUE ZEROS.
       77  WS-PER-VEND             PIC 9(003) VALUE ZEROS.
       77  WS-PER-DATA-INI         PIC 9(008) VALUE ZEROS.
       77  WS-PER-DATA-FIM         PIC 9(008) VALUE ZEROS.
      *-----------------------------------*
      *    TOTAL DE VENDAS DO MES POR VENDEDOR, INDEXADO DIRETAMENTE
      *    PELO PROPRIO COD-VEND (1 A 999).
       01  WS-TOTAIS-VEND.
           03 WS-TOT-VENDAS        PIC 9(009)V9(002)
                                   OCCURS 999 TIMES VALUE ZEROS.
      *-----------------------------------*
      *    TOTAIS POR EQUIPE, INDEXADOS PELO CODIGO DO SUPERVISOR;
      *    A POSICAO 1000 GUARDA OS VENDEDORES SEM EQUIPE.
      *-----------------------------------*
       01  WS-TOTAIS-EQUIPE.
           03 WS-EQT-ITEM OCCURS 1000 TIMES.
              05 WS-EQT-NOME       PIC X(040).
              05 WS-EQT-QTD-VEND   PIC 9(003).
              05 WS-EQT-QUOTA      PIC 9(009)V9(002).
              05 WS-EQT-VENDAS     PIC 9(009)V9(002).
              05 WS-EQT-COMISSAO   PIC 9(009)V9(002).
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
       01  WS-CAB                  PIC X(130) VALUE
           "COD VEND;NOME VENDEDOR;QUOTA;VENDAS MES;ATINGIMENTO %;COMISS
      -    "AO;SITUACAO;ORIGEM QUOTA".
       01  WS-DET.
           03 WS-DET-COD-VEND      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-COMISSAO      PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-SITUACAO      PIC X(015)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-ORIGEM        PIC X(008)        VALUE SPACES.
      *-----------------------------------*
       01  WS-CAB-EQUIPE           PIC X(130) VALUE
           "COD EQUIPE;NOME EQUIPE;VENDEDORES;QUOTA;VENDAS MES;ATINGIMEN
      -    "TO %;COMISSAO;SITUACAO".
       01  WS-DET-EQP.
           03 WS-DEQ-COD-SUPERV    PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DEQ-NOME          PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DEQ-QTD-VEND      PIC ZZ9           VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DEQ-QUOTA         PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DEQ-VENDAS        PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DEQ-ATING         PIC ZZ9,99        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DEQ-COMISSAO      PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DEQ-SITUACAO      PIC X(015)        VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-QUOTA.
           03  QUOTA-ANO-MES       PIC 9(006) VALUE ZEROS.
           03  QUOTA-PERC-MIN      PIC 9(003) VALUE ZEROS.
           03  QUOTA-MSG           PIC X(040) VALUE SPACES.
      *    "S" = CONSOLIDAR TAMBEM POR EQUIPE DE VENDA
           03  QUOTA-EQUIPE        PIC X(001) VALUE "N".
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-QUOTA.
      *-----------------------------------*
           END-IF
      *
           INITIALIZE WS-TOTAIS-VEND
           INITIALIZE WS-TOTAIS-EQUIPE
           COMPUTE WS-BEQ-DATA = WS-ANO-MES-PED * 100 + 31
           MOVE WS-ANO-MES-PED TO WS-BQP-ANO-MES
           PERFORM 100-TOTALIZA-PEDIDOS
           PERFORM 150-NETA-DEVOLUCOES
           PERFORM 200-GERA-RELATORIO
              GO TO 100-FIM
           END-IF
      *
           MOVE 1 TO WS-PER-VEND
           COMPUTE WS-PER-DATA-INI = WS-ANO-MES-PED * 100 + 01
           COMPUTE WS-PER-DATA-FIM = WS-ANO-MES-PED * 100 + 31
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
                       ADD VALOR-PEDIDO TO WS-TOT-VENDAS(COD-VEND-PED)
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
      *    ABATE CADA DEVOLUCAO DO TOTAL DO VENDEDOR DO PEDIDO DE
      *    ORIGEM, QUANDO O PEDIDO E ATIVO E CAI NO MES APURADO. A
              END-IF
              READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
      *
           IF QUOTA-EQUIPE EQUAL "S"
              PERFORM 250-GRAVA-EQUIPES
           END-IF
      *
           CLOSE ARQ-VENDEDOR
           CLOSE QUOTA-REL.
      *
           MOVE COD-VEND       TO WS-DET-COD-VEND
           MOVE NOME-VENDEDOR  TO WS-DET-NOME-VEND
      *
           MOVE COD-VEND       TO WS-BQP-COD-VEND
           CALL "BUSCAQPL" USING PARAMETROS-BUSCAQPL
           IF WS-BQP-PLANO
              MOVE WS-BQP-QUOTA TO WS-QUOTA-MES
              MOVE "PLANO"      TO WS-DET-ORIGEM
           ELSE
              MOVE QUOTA-VEND   TO WS-QUOTA-MES
              MOVE "CADASTRO"   TO WS-DET-ORIGEM
           END-IF
      *
           MOVE WS-QUOTA-MES   TO WS-DET-QUOTA
           MOVE WS-VENDAS-VEND TO WS-DET-VENDAS
      *
           IF WS-QUOTA-MES EQUAL ZEROS
              MOVE ZEROS TO WS-ATINGIMENTO
           ELSE
              COMPUTE WS-ATINGIMENTO ROUNDED =
                      WS-VENDAS-VEND * 100 / WS-QUOTA-MES
                 ON SIZE ERROR MOVE 999,99 TO WS-ATINGIMENTO
              END-COMPUTE
           END-IF
                   WS-VENDAS-VEND * COMISSAO-VEND / 100
           MOVE WS-COMISSAO    TO WS-DET-COMISSAO
      *
           IF WS-QUOTA-MES GREATER THAN ZEROS
              AND WS-ATINGIMENTO LESS THAN WS-PERC-MINIMO
              MOVE "ABAIXO DA META" TO WS-DET-SITUACAO
           ELSE
              MOVE "OK"             TO WS-DET-SITUACAO
           END-IF
      *
           WRITE QUOTA-REG FROM WS-DET
      *
           IF QUOTA-EQUIPE EQUAL "S"
              PERFORM 220-ACUMULA-EQUIPE
           END-IF.

      *-----------------------------------*
      *    SOMA O VENDEDOR DA LINHA NA SUA EQUIPE DO MES
      *-----------------------------------*
      *
       220-ACUMULA-EQUIPE SECTION.
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
           ADD 1              TO WS-EQT-QTD-VEND(WS-EQT)
           ADD WS-QUOTA-MES   TO WS-EQT-QUOTA(WS-EQT)
           ADD WS-VENDAS-VEND TO WS-EQT-VENDAS(WS-EQT)
           ADD WS-COMISSAO    TO WS-EQT-COMISSAO(WS-EQT).

      *-----------------------------------*
      *    BLOCO CONSOLIDADO POR EQUIPE, APOS OS VENDEDORES
      *-----------------------------------*
      *
       250-GRAVA-EQUIPES SECTION.
      *
           MOVE SPACES TO QUOTA-REG
           WRITE QUOTA-REG
           WRITE QUOTA-REG FROM WS-CAB-EQUIPE
      *
           PERFORM VARYING WS-EQT FROM 1 BY 1
                   UNTIL WS-EQT GREATER THAN 1000
              IF WS-EQT-QTD-VEND(WS-EQT) GREATER THAN ZEROS
                 PERFORM 260-GRAVA-LINHA-EQUIPE
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *
       260-GRAVA-LINHA-EQUIPE SECTION.
      *
           IF WS-EQT EQUAL 1000
              MOVE ZEROS  TO WS-DEQ-COD-SUPERV
           ELSE
              MOVE WS-EQT TO WS-DEQ-COD-SUPERV
           END-IF
           MOVE WS-EQT-NOME(WS-EQT)     TO WS-DEQ-NOME
           MOVE WS-EQT-QTD-VEND(WS-EQT) TO WS-DEQ-QTD-VEND
           MOVE WS-EQT-QUOTA(WS-EQT)    TO WS-DEQ-QUOTA
           MOVE WS-EQT-VENDAS(WS-EQT)   TO WS-DEQ-VENDAS
           MOVE WS-EQT-COMISSAO(WS-EQT) TO WS-DEQ-COMISSAO
      *
           IF WS-EQT-QUOTA(WS-EQT) EQUAL ZEROS
              MOVE ZEROS TO WS-ATINGIMENTO
           ELSE
              COMPUTE WS-ATINGIMENTO ROUNDED =
                      WS-EQT-VENDAS(WS-EQT) * 100
                    / WS-EQT-QUOTA(WS-EQT)
                 ON SIZE ERROR MOVE 999,99 TO WS-ATINGIMENTO
              END-COMPUTE
           END-IF
           MOVE WS-ATINGIMENTO TO WS-DEQ-ATING
      *
           IF WS-EQT-QUOTA(WS-EQT) GREATER THAN ZEROS
              AND WS-ATINGIMENTO LESS THAN WS-PERC-MINIMO
              MOVE "ABAIXO DA META" TO WS-DEQ-SITUACAO
           ELSE
              MOVE "OK"             TO WS-DEQ-SITUACAO
           END-IF
      *
           WRITE QUOTA-REG FROM WS-DET-EQP.
      *
       END PROGRAM RELQUOTA.
      *-----------------------------------*
