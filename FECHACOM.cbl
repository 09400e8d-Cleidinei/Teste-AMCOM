      *    A FOLHA (FOLHACOM.IFC, LAYOUT H/D/T DE 100 BYTES). COM O
      *    MES FECHADO, O CADPED BLOQUEIA ALTERACAO E CANCELAMENTO
      *    DE PEDIDOS DAQUELE MES.
      *    OS ESTORNOS DE COMISSAO PENDENTES (ESTORNOS, GRAVADOS NA
      *    BAIXA POR PERDA DE FATURA) ENTRAM NO FECHAMENTO SEGUINTE
      *    COMO UMA LINHA NEGATIVA POR VENDEDOR (TIPO E NO COMFECH,
      *    COMISSAO COM SINAL NO DETALHE DO FOLHACOM.IFC) E FICAM
      *    CARIMBADOS COM O MES QUE OS DESCONTOU. O MES JA FECHADO
      *    NAO E REABERTO.
      *    O SUPERVISOR DE CADA EQUIPE (CADASTRO EQUIPES) RECEBE UMA
      *    LINHA DE SUPERVISAO (TIPO S NO COMFECH) SOBRE AS VENDAS
      *    LIQUIDAS DO MES DOS MEMBROS DA EQUIPE, SEM AS SUAS
      *    PROPRIAS, NO PERCENTUAL DE SUPERVISAO DA EQUIPE. A EQUIPE
      *    DE CADA VENDEDOR E A VIGENTE NO ULTIMO DIA DO MES
      *    (BUSCAEQP).
      *    A LINHA DE ACERTO CONGELA TAMBEM A QUOTA DO MES DO
      *    VENDEDOR: A DO PLANO MENSAL QUANDO HOUVER, SENAO O
      *    QUOTA-VEND DO CADASTRO (BUSCAQPL).
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
                  RECORD  KEY   IS FECH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FECH.
           SELECT ARQ-ESTORNO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ECM-NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ECM.
           SELECT FOLHA-IFC     ASSIGN TO "FOLHACOM.IFC"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-FOLHA.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'COMFECH'.
       COPY "BOOKFECH.CPY".
      *
       FD  ARQ-ESTORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ESTORNOS'.
       COPY "BOOKECM.CPY".
      *
       FD  FOLHA-IFC.
       01  FOLHA-REG PIC X(100).
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-FECH            PIC X(002) VALUE "00".
       77  FSTATUS-DEV             PIC X(002) VALUE "00".
       77  FSTATUS-ECM             PIC X(002) VALUE "00".
       77  FS-FOLHA                PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77  WS-QTD-ERROS            PIC 9(004) VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZZ9   VALUE ZEROS.
       77  WS-COMISSAO             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-QTD-DETALHES         PIC 9(007) VALUE ZEROS.
       77  WS-IDX                  PIC 9(004) VALUE ZEROS.
       77  WS-SUP                  PIC 9(003) VALUE ZEROS.
       77  WS-PER-VEND             PIC 9(003) VALUE ZEROS.
       77  WS-PER-DATA-INI         PIC 9(008) VALUE ZEROS.
       77  WS-PER-DATA-FIM         PIC 9(008) VALUE ZEROS.
      *-----------------------------------*
      *    TOTAIS DO MES POR VENDEDOR, INDEXADOS PELO COD-VEND
      *    (MESMA TECNICA DO RELQUOTA).
           03 WS-TOT-ITEM OCCURS 999 TIMES.
              05 WS-TOT-VENDAS     PIC 9(009)V9(002).
              05 WS-TOT-QTD        PIC 9(007).
              05 WS-TOT-QTD-EST    PIC 9(005).
              05 WS-TOT-PERDA      PIC 9(009)V9(002).
              05 WS-TOT-ESTORNO    PIC 9(009)V9(002).
              05 WS-TOT-EST-SW     PIC X(001).
                 88 WS-TOT-EST-LANCADO         VALUE "S".
      *    TOTAIS DA EQUIPE NA POSICAO DO SUPERVISOR
              05 WS-TOT-EQP-VENDAS PIC 9(009)V9(002).
              05 WS-TOT-EQP-QTD    PIC 9(007).
              05 WS-TOT-EQP-PERC   PIC 9(002)V9(002).
      *-----------------------------------*
      *    LAYOUT DO ARQUIVO DE EXPORTACAO PARA A FOLHA (100 BYTES,
      *    TIPOS H/D/T COMO NO CLIVEND.IFC). A COMISSAO DO DETALHE
      *    TEM SINAL NO ULTIMO DIGITO: A LINHA DE ESTORNO DE PERDAS
      *    SAI NEGATIVA, COM O VALOR PERDIDO NO BRUTO E A QUANTIDADE
      *    DE FATURAS NA QUANTIDADE. O TIPO DE LANCAMENTO REPETE O
      *    FECH-TIPO (BRANCO = ACERTO, E = ESTORNO, S = SUPERVISAO).
      *-----------------------------------*
       01  WS-IFC-HEADER.
           03 WS-IFC-H-TIPO        PIC X(001)        VALUE "H".
       01  WS-IFC-DETALHE.
           03 WS-IFC-D-TIPO        PIC X(001)        VALUE "D".
           03 WS-IFC-D-COD-VEND    PIC 9(003)        VALUE ZEROS.
           03 WS-IFC-D-COMISSAO    PIC S9(009)V9(002) VALUE ZEROS.
           03 WS-IFC-D-BRUTO       PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-IFC-D-QTD-PED     PIC 9(007)        VALUE ZEROS.
           03 WS-IFC-D-TIPO-LANC   PIC X(001)        VALUE SPACES.
           03 FILLER               PIC X(066)        VALUE SPACES.
      *-----------------------------------*
      *    QUOTA DO VENDEDOR NO MES (BUSCAQPL)
      *-----------------------------------*
       01  PARAMETROS-BUSCAQPL.
           03  WS-BQP-COD-VEND     PIC 9(003) VALUE ZEROS.
           03  WS-BQP-ANO-MES      PIC 9(006) VALUE ZEROS.
           03  WS-BQP-QUOTA        PIC 9(007)V9(002) VALUE ZEROS.
           03  WS-BQP-ORIGEM       PIC X(001) VALUE SPACES.
           03  WS-BQP-MSG          PIC X(040) VALUE SPACES.
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
       01  WS-IFC-TRAILER.
           03 WS-IFC-T-TIPO        PIC X(001)        VALUE "T".
           03 WS-IFC-T-QTD-REG     PIC 9(007)        VALUE ZEROS.
           INITIALIZE WS-TOTAIS-VEND
           PERFORM 200-TOTALIZA-PEDIDOS
           PERFORM 250-NETA-DEVOLUCOES
           PERFORM 260-ACUMULA-ESTORNOS
           PERFORM 270-ACUMULA-EQUIPES
           PERFORM 300-FECHA-VENDEDORES
           PERFORM 330-CARIMBA-ESTORNOS
      *
           CLOSE ARQ-FECHAMENTO
      *
      *
           MOVE FECHACOM-ANO-MES TO FECH-ANO-MES
           MOVE ZEROS            TO FECH-COD-VEND
           MOVE SPACE            TO FECH-TIPO
           START ARQ-FECHAMENTO KEY IS NOT LESS THAN FECH-CHAVE
              INVALID KEY
                 GO TO 100-FIM
              GO TO 200-FIM
           END-IF
      *
           MOVE 1 TO WS-PER-VEND
           COMPUTE WS-PER-DATA-INI = FECHACOM-ANO-MES * 100 + 01
           COMPUTE WS-PER-DATA-FIM = FECHACOM-ANO-MES * 100 + 31
           PERFORM 210-POSICIONA-VENDEDOR
      *
           PERFORM UNTIL FSTATUS-PED NOT EQUAL "00"
                     AND FSTATUS-PED NOT EQUAL "02"
              EVALUATE TRUE
                 WHEN COD-VEND-PED NOT EQUAL WS-PER-VEND
                    MOVE COD-VEND-PED TO WS-PER-VEND
                    IF DATA-PEDIDO LESS THAN WS-PER-DATA-INI
                       PERFORM 210-POSICIONA-VENDEDOR
                    END-IF
                 WHEN DATA-PEDIDO GREATER THAN WS-PER-DATA-FIM
                    IF WS-PER-VEND EQUAL 999
                       MOVE "10" TO FSTATUS-PED
                    ELSE
                       ADD 1 TO WS-PER-VEND
                       PERFORM 210-POSICIONA-VENDEDOR
                    END-IF
                 WHEN OTHER
                    IF PED-ATIVO
                       ADD VALOR-PEDIDO
                         TO WS-TOT-VENDAS(COD-VEND-PED)
                       ADD 1 TO WS-TOT-QTD(COD-VEND-PED)
                    END-IF
                    READ ARQ-PEDIDO NEXT RECORD
              END-EVALUATE
           END-PERFORM
      *
           CLOSE ARQ-PEDIDO.
       200-FIM.
           EXIT.

      *-----------------------------------*
      *    POSICIONA NO PRIMEIRO PEDIDO DO VENDEDOR WS-PER-VEND A
      *    PARTIR DA DATA INICIAL DO PERIODO (CHAVE CHAVE-VEND-PED).
      *-----------------------------------*
      *
       210-POSICIONA-VENDEDOR SECTION.
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
       210-FIM.
           EXIT.

      *-----------------------------------*
      *    ABATE AS DEVOLUCOES DO TOTAL DO VENDEDOR DO PEDIDO DE
      *    ORIGEM, QUANDO O PEDIDO E ATIVO E CAI NO MES FECHADO
       250-FIM.
           EXIT.

      *-----------------------------------*
      *    SOMA POR VENDEDOR OS ESTORNOS DE COMISSAO AINDA NAO
      *    DESCONTADOS EM NENHUM FECHAMENTO.
      *-----------------------------------*
      *
       260-ACUMULA-ESTORNOS SECTION.
      *
           OPEN INPUT ARQ-ESTORNO
           IF FSTATUS-ECM NOT EQUAL "00"
              CLOSE ARQ-ESTORNO
              GO TO 260-FIM
           END-IF
      *
           READ ARQ-ESTORNO NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-ECM NOT EQUAL "00"
              IF ECM-PENDENTE
                 AND ECM-COD-VEND GREATER THAN ZEROS
                 ADD 1 TO WS-TOT-QTD-EST(ECM-COD-VEND)
                 ADD ECM-VALOR-PERDA
                   TO WS-TOT-PERDA(ECM-COD-VEND)
                 ADD ECM-VALOR-ESTORNO
                   TO WS-TOT-ESTORNO(ECM-COD-VEND)
              END-IF
              READ ARQ-ESTORNO NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ESTORNO.
      *
       260-FIM.
           EXIT.

      *-----------------------------------*
      *    SOMA AS VENDAS LIQUIDAS E OS PEDIDOS DE CADA VENDEDOR NA
      *    EQUIPE VIGENTE NO ULTIMO DIA DO MES. AS VENDAS DO PROPRIO
      *    SUPERVISOR NAO ENTRAM NA SUPERVISAO.
      *-----------------------------------*
      *
       270-ACUMULA-EQUIPES SECTION.
      *
           COMPUTE WS-BEQ-DATA = FECHACOM-ANO-MES * 100 + 31
      *
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN 999
              IF WS-TOT-VENDAS(WS-IDX) GREATER THAN ZEROS
                 MOVE WS-IDX TO WS-BEQ-COD-VEND
                 CALL "BUSCAEQP" USING PARAMETROS-BUSCAEQP
                 MOVE WS-BEQ-COD-SUPERV TO WS-SUP
                 IF WS-SUP GREATER THAN ZEROS
                    AND WS-SUP NOT EQUAL WS-IDX
                    AND WS-BEQ-CADASTRADA
                    ADD WS-TOT-VENDAS(WS-IDX)
                      TO WS-TOT-EQP-VENDAS(WS-SUP)
                    ADD WS-TOT-QTD(WS-IDX)
                      TO WS-TOT-EQP-QTD(WS-SUP)
                    MOVE WS-BEQ-PERC-SUPERV
                      TO WS-TOT-EQP-PERC(WS-SUP)
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    UM REGISTRO DE ACERTO POR VENDEDOR: ATIVOS SEMPRE,
      *    INATIVOS SOMENTE QUANDO TIVERAM VENDA NO MES. O MESMO
      *    CONJUNTO SEGUE PARA O ARQUIVO DA FOLHA. QUEM TEM ESTORNO
      *    PENDENTE GANHA TAMBEM A LINHA NEGATIVA DO ESTORNO, E O
      *    SUPERVISOR DE EQUIPE COM VENDA DOS MEMBROS E PERCENTUAL
      *    DE SUPERVISAO GANHA A LINHA DE SUPERVISAO.
      *-----------------------------------*
      *
       300-FECHA-VENDEDORES SECTION.
                      OR WS-TOT-VENDAS(COD-VEND) GREATER THAN ZEROS)
                 PERFORM 310-GRAVA-ACERTO
              END-IF
              IF COD-VEND GREATER THAN ZEROS
                 AND WS-TOT-QTD-EST(COD-VEND) GREATER THAN ZEROS
                 PERFORM 320-GRAVA-ESTORNO
              END-IF
              IF COD-VEND GREATER THAN ZEROS
                 AND WS-TOT-EQP-VENDAS(COD-VEND) GREATER THAN ZEROS
                 AND WS-TOT-EQP-PERC(COD-VEND) GREATER THAN ZEROS
                 PERFORM 325-GRAVA-SUPERVISAO
              END-IF
              READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
      *
           MOVE WS-QTD-DETALHES TO WS-IFC-T-QTD-REG
           WRITE FOLHA-REG FROM WS-IFC-TRAILER
      *
           CLOSE ARQ-VENDEDOR
      *
           MOVE FECHACOM-ANO-MES        TO FECH-ANO-MES
           MOVE COD-VEND                TO FECH-COD-VEND
           MOVE SPACE                   TO FECH-TIPO
           MOVE WS-TOT-QTD(COD-VEND)    TO FECH-QTD-PEDIDOS
           MOVE WS-TOT-VENDAS(COD-VEND) TO FECH-VALOR-BRUTO
           MOVE COMISSAO-VEND           TO FECH-PERC-COMISSAO
           MOVE WS-COMISSAO             TO FECH-VALOR-COMISSAO
           MOVE WS-DATA-HOJE            TO FECH-DATA-FECH
           MOVE COD-VEND                TO WS-BQP-COD-VEND
           MOVE FECHACOM-ANO-MES        TO WS-BQP-ANO-MES
           CALL "BUSCAQPL" USING PARAMETROS-BUSCAQPL
           MOVE WS-BQP-QUOTA            TO FECH-QUOTA
           WRITE ARQ-FECH-REG
           IF FSTATUS-FECH NOT EQUAL "00"
              ADD 1 TO WS-QTD-ERROS
           MOVE WS-COMISSAO             TO WS-IFC-D-COMISSAO
           MOVE WS-TOT-VENDAS(COD-VEND) TO WS-IFC-D-BRUTO
           MOVE WS-TOT-QTD(COD-VEND)    TO WS-IFC-D-QTD-PED
           MOVE FECH-TIPO               TO WS-IFC-D-TIPO-LANC
           WRITE FOLHA-REG FROM WS-IFC-DETALHE
           ADD 1 TO WS-QTD-DETALHES
      *
           ADD 1 TO WS-QTD-FECHADOS.
      *
       310-FIM.
           EXIT.

      *-----------------------------------*
      *    LINHA NEGATIVA DOS ESTORNOS PENDENTES DO VENDEDOR
      *-----------------------------------*
      *
       320-GRAVA-ESTORNO SECTION.
      *
           MOVE FECHACOM-ANO-MES        TO FECH-ANO-MES
           MOVE COD-VEND                TO FECH-COD-VEND
           MOVE "E"                     TO FECH-TIPO
           MOVE WS-TOT-QTD-EST(COD-VEND) TO FECH-QTD-PEDIDOS
           MOVE WS-TOT-PERDA(COD-VEND)  TO FECH-VALOR-BRUTO
           MOVE ZEROS                   TO FECH-PERC-COMISSAO
           COMPUTE FECH-VALOR-COMISSAO =
                   ZERO - WS-TOT-ESTORNO(COD-VEND)
           MOVE WS-DATA-HOJE            TO FECH-DATA-FECH
           MOVE ZEROS                   TO FECH-QUOTA
           WRITE ARQ-FECH-REG
           IF FSTATUS-FECH NOT EQUAL "00"
              ADD 1 TO WS-QTD-ERROS
              GO TO 320-FIM
           END-IF
      *
           SET WS-TOT-EST-LANCADO(COD-VEND) TO TRUE
      *
           MOVE COD-VEND                 TO WS-IFC-D-COD-VEND
           MOVE FECH-VALOR-COMISSAO      TO WS-IFC-D-COMISSAO
           MOVE WS-TOT-PERDA(COD-VEND)   TO WS-IFC-D-BRUTO
           MOVE WS-TOT-QTD-EST(COD-VEND) TO WS-IFC-D-QTD-PED
           MOVE FECH-TIPO                TO WS-IFC-D-TIPO-LANC
           WRITE FOLHA-REG FROM WS-IFC-DETALHE
           ADD 1 TO WS-QTD-DETALHES.
      *
       320-FIM.
           EXIT.

      *-----------------------------------*
      *    LINHA DE SUPERVISAO DO LIDER DA EQUIPE
      *-----------------------------------*
      *
       325-GRAVA-SUPERVISAO SECTION.
      *
           COMPUTE WS-COMISSAO ROUNDED =
                   WS-TOT-EQP-VENDAS(COD-VEND)
                 * WS-TOT-EQP-PERC(COD-VEND) / 100
      *
           MOVE FECHACOM-ANO-MES           TO FECH-ANO-MES
           MOVE COD-VEND                   TO FECH-COD-VEND
           MOVE "S"                        TO FECH-TIPO
           MOVE WS-TOT-EQP-QTD(COD-VEND)   TO FECH-QTD-PEDIDOS
           MOVE WS-TOT-EQP-VENDAS(COD-VEND) TO FECH-VALOR-BRUTO
           MOVE WS-TOT-EQP-PERC(COD-VEND)  TO FECH-PERC-COMISSAO
           MOVE WS-COMISSAO                TO FECH-VALOR-COMISSAO
           MOVE WS-DATA-HOJE               TO FECH-DATA-FECH
           MOVE ZEROS                      TO FECH-QUOTA
           WRITE ARQ-FECH-REG
           IF FSTATUS-FECH NOT EQUAL "00"
              ADD 1 TO WS-QTD-ERROS
              GO TO 325-FIM
           END-IF
      *
           MOVE COD-VEND                   TO WS-IFC-D-COD-VEND
           MOVE WS-COMISSAO                TO WS-IFC-D-COMISSAO
           MOVE WS-TOT-EQP-VENDAS(COD-VEND) TO WS-IFC-D-BRUTO
           MOVE WS-TOT-EQP-QTD(COD-VEND)   TO WS-IFC-D-QTD-PED
           MOVE FECH-TIPO                  TO WS-IFC-D-TIPO-LANC
           WRITE FOLHA-REG FROM WS-IFC-DETALHE
           ADD 1 TO WS-QTD-DETALHES.
      *
       325-FIM.
           EXIT.

      *-----------------------------------*
      *    CARIMBA COM O MES FECHADO OS ESTORNOS LANCADOS, PARA QUE
      *    NAO SEJAM DESCONTADOS DE NOVO.
      *-----------------------------------*
      *
       330-CARIMBA-ESTORNOS SECTION.
      *
           OPEN I-O ARQ-ESTORNO
           IF FSTATUS-ECM NOT EQUAL "00"
              CLOSE ARQ-ESTORNO
              GO TO 330-FIM
           END-IF
      *
           READ ARQ-ESTORNO NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-ECM NOT EQUAL "00"
              IF ECM-PENDENTE
                 AND ECM-COD-VEND GREATER THAN ZEROS
                 AND WS-TOT-EST-LANCADO(ECM-COD-VEND)
                 MOVE FECHACOM-ANO-MES TO ECM-ANO-MES-DESCONTO
                 REWRITE ARQ-ECM-REG
                 IF FSTATUS-ECM NOT EQUAL "00"
                    ADD 1 TO WS-QTD-ERROS
                 END-IF
              END-IF
              READ ARQ-ESTORNO NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ESTORNO.
      *
       330-FIM.
           EXIT.
      *
       END PROGRAM FECHACOM.
      *-----------------------------------*
