      *-----------------------------------*
      *    APROVACAO DE PEDIDOS DE ALTO VALOR: PERCORRE OS PEDIDOS
      *    PENDENTES (STATUS P, GERADOS PELA INCLUSAO QUANDO O VALOR
      *    PASSA DO LIMITE LIMAPROV DO PARAMSIS OU QUANDO UM ITEM TEM
      *    DESCONTO ACIMA DO MAXIMO DO VENDEDOR) E DEIXA O
      *    SUPERVISOR APROVAR OU REPROVAR CADA UM, CARIMBANDO O
      *    OPERADOR E A DATA DA DECISAO NO PEDIDO. SO OPERADOR COM
      *    OPER-PERM-APROV USA ESTA TELA, QUE TAMBEM MANTEM O VALOR
      *    DO LIMITE. PEDIDO PENDENTE OU REPROVADO FICA FORA DA
      *    QUOTA E DO FATURAMENTO (SO O STATUS A CONTA). PEDIDO
      *    REPROVADO DEVOLVE AO ESTOQUE A RESERVA E O BACKORDER DOS
      *    ITENS (ESTQPED), COMO O CANCELAMENTO DO CADPED.
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
           SELECT ARQ-PARAMSIS  ASSIGN TO DISK
       77 WS-QTD-REPROVADOS       PIC 9(005) VALUE ZEROS.
       77 WS-LIMITE-ATUAL         PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-LIMITE-NOVO          PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-MOTIVO-DESC          PIC X(030) VALUE SPACES.
       01 WS-FIM-REVISAO-SW       PIC X(001) VALUE "N".
          88 WS-FIM-REVISAO                  VALUE "S".
      *-----------------------------------*
          03 WS-JRN-CHAVE          PIC X(014) VALUE SPACES.
          03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
          03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *-----------------------------------*
      *    LIBERACAO DO ESTOQUE RESERVADO PELO PEDIDO REPROVADO
      *-----------------------------------*
       01 PARAM-ESTQPED.
          03 WS-EPED-FUNCAO        PIC X(001) VALUE SPACES.
          03 WS-EPED-NUM-PEDIDO    PIC 9(007) VALUE ZEROS.
          03 WS-EPED-COD-PROD      PIC 9(005) VALUE ZEROS.
          03 WS-EPED-FILIAL        PIC 9(002) VALUE ZEROS.
          03 WS-EPED-OPERADOR      PIC 9(003) VALUE ZEROS.
          03 WS-EPED-QTD-BACKORDER PIC 9(007) VALUE ZEROS.
          03 WS-EPED-QTD-ATENDIDA  PIC 9(007) VALUE ZEROS.
          03 WS-EPED-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01 OPERADOR-INFO.
          02 LINE 10 COL 27, PIC 99999999 FROM DATA-PEDIDO.
          02 LINE 11 COL 10 VALUE "VALOR         :".
          02 LINE 11 COL 27, PIC ZZZZZZ9,99 FROM VALOR-PEDIDO.
          02 LINE 12 COL 10 VALUE "MOTIVO        :".
          02 LINE 12 COL 27, PIC X(030) FROM WS-MOTIVO-DESC.
          02 LINE 16 COL 10 VALUE
             "DECISAO (A)PROVA (R)EPROVA (P)ULA (F)IM: (.)".
          02 LINE 16 COL 52, PIC X TO WS-DECISAO AUTO.
       110-DECIDE-PEDIDO SECTION.
      *
           MOVE SPACES TO WS-DECISAO
           EVALUATE TRUE
              WHEN PEND-POR-DESCONTO
                 MOVE "DESCONTO ACIMA DO MAXIMO" TO WS-MOTIVO-DESC
              WHEN PEND-POR-VALOR-DESC
                 MOVE "VALOR E DESCONTO ACIMA" TO WS-MOTIVO-DESC
              WHEN OTHER
                 MOVE "VALOR ACIMA DO LIMITE" TO WS-MOTIVO-DESC
           END-EVALUATE
           DISPLAY TELA-APROVA
           ACCEPT  TELA-APROVA
      *
                 MOVE OPER-COD-EXEC TO APROV-OPER-PED
                 MOVE WS-DATA-HOJE  TO APROV-DATA-PED
                 REWRITE ARQ-PED-REG
                 IF FSTATUS-PED EQUAL "00" OR "02"
                    ADD 1 TO WS-QTD-APROVADOS
                    PERFORM 930-GRAVA-JORNAL
                 END-IF
                 MOVE OPER-COD-EXEC TO APROV-OPER-PED
                 MOVE WS-DATA-HOJE  TO APROV-DATA-PED
                 REWRITE ARQ-PED-REG
                 IF FSTATUS-PED EQUAL "00" OR "02"
                    ADD 1 TO WS-QTD-REPROVADOS
                    PERFORM 930-GRAVA-JORNAL
                    MOVE "L"           TO WS-EPED-FUNCAO
                    MOVE NUM-PEDIDO    TO WS-EPED-NUM-PEDIDO
                    MOVE OPER-COD-EXEC TO WS-EPED-OPERADOR
                    CALL "ESTQPED" USING PARAM-ESTQPED
                    IF WS-EPED-MSG NOT EQUAL SPACES
                       MOVE WS-EPED-MSG TO WS-MSG
                       DISPLAY MENSAGEM
                       ACCEPT  MENSAGEM
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                          SET WS-FIM-REVISAO TO TRUE
                       END-IF
                    END-IF
                 END-IF
              WHEN "F"
                 SET WS-FIM-REVISAO TO TRUE
