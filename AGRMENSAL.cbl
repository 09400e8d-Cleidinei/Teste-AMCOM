       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    AGREGACAO MENSAL DE VENDAS: LE OS PEDIDOS DO MES INFORMADO
      *    PELA CHAVE VENDEDOR+DATA (CHAVE-VEND-PED), SO NO TRECHO DO
      *    MES DE CADA VENDEDOR, E GRAVA NO VENDMES UM
      *    REGISTRO POR VENDEDOR COM A QUANTIDADE E O VALOR DOS
      *    PEDIDOS ATIVOS, A QUANTIDADE DE CANCELADOS E O VALOR
      *    DEVOLVIDO NO MES. O MES PODE SER REAGREGADO: O REGISTRO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-DEVOL     ASSIGN TO DISK
       77  FSTATUS-VMS             PIC X(002) VALUE "00".
       77  WS-QTD-GRAVADOS         PIC 9(004) VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZZ9   VALUE ZEROS.
       77  WS-PER-VEND             PIC 9(003) VALUE ZEROS.
       77  WS-PER-DATA-INI         PIC 9(008) VALUE ZEROS.
       77  WS-PER-DATA-FIM         PIC 9(008) VALUE ZEROS.
      *-----------------------------------*
      *    ACUMULADORES DO MES POR VENDEDOR, INDEXADOS PELO PROPRIO
      *    COD-VEND (MESMA TECNICA DO RELQUOTA).
              GO TO 100-FIM
           END-IF
      *
           MOVE 1 TO WS-PER-VEND
           COMPUTE WS-PER-DATA-INI = AGRM-ANO-MES * 100 + 01
           COMPUTE WS-PER-DATA-FIM = AGRM-ANO-MES * 100 + 31
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
                       ADD 1            TO WS-TOT-QTD(COD-VEND-PED)
                       ADD VALOR-PEDIDO TO WS-TOT-VALOR(COD-VEND-PED)
                    END-IF
                    IF PED-CANCELADO
                       ADD 1 TO WS-TOT-CANC(COD-VEND-PED)
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
      *    SOMA AS DEVOLUCOES CONTRA O MES DO PEDIDO DE ORIGEM
      *    (MESMO CRITERIO DO RELQUOTA E DO FECHACOM).
