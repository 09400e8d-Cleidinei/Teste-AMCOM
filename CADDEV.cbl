      *    A DEVOLUCAO VAI PARA O ARQUIVO DEVOL, LIMITADA AO VALOR
      *    AINDA NAO DEVOLVIDO DO PEDIDO, E E ABATIDA DA QUOTA E DA
      *    COMISSAO PELO RELQUOTA E PELO FECHACOM - O PEDIDO NAO E
      *    MAIS CANCELADO PARA SIMULAR DEVOLUCAO PARCIAL. QUANDO A
      *    MERCADORIA VOLTA FISICAMENTE O OPERADOR INFORMA PRODUTO E
      *    QUANTIDADE (LIMITADA AO QUE O PEDIDO TEM DO PRODUTO AINDA
      *    NAO DEVOLVIDO) E, SE O PEDIDO JA FOI FATURADO, A
      *    QUANTIDADE REENTRA NO ESTOQUE DA FILIAL DO ITEM (GRVESTQ).
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
                  RECORD  KEY   IS DEV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-DEV.
           SELECT ARQ-ITEM      ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ITEM-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ITEM.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DEVOL'.
       COPY "BOOKDEV.CPY".
      *
       FD  ARQ-ITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDITEM'.
       COPY "BOOKITEM.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-PED             PIC X(002) VALUE "00".
       77 FSTATUS-DEV             PIC X(002) VALUE "00".
       77 FSTATUS-ITEM            PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-SALDO-PED            PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-ULT-SEQ              PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    RETORNO FISICO DA MERCADORIA: PRODUTO E QUANTIDADE
      *    DEVOLVIDOS, QUANTIDADE DO PRODUTO NO PEDIDO, JA DEVOLVIDA
      *    ANTES E FILIAL DO ITEM QUE RECEBE A REENTRADA.
      *-----------------------------------*
       77 WS-DEV-COD-PROD         PIC 9(005) VALUE ZEROS.
       77 WS-DEV-QTD              PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PROD-PED         PIC 9(007) VALUE ZEROS.
       77 WS-QTD-PROD-DEV         PIC 9(007) VALUE ZEROS.
       77 WS-FILIAL-ITEM          PIC 9(002) VALUE ZEROS.
       01 PARAM-ESTQ.
          03 WS-ESTQ-TIPO          PIC X(001) VALUE SPACES.
          03 WS-ESTQ-COD-PROD      PIC 9(005) VALUE ZEROS.
          03 WS-ESTQ-FILIAL        PIC 9(002) VALUE ZEROS.
          03 WS-ESTQ-QTD           PIC S9(007) VALUE ZEROS.
          03 WS-ESTQ-NUM-PEDIDO    PIC 9(007) VALUE ZEROS.
          03 WS-ESTQ-OPERADOR      PIC 9(003) VALUE ZEROS.
          03 WS-ESTQ-QTD-ATENDIDA  PIC S9(007) VALUE ZEROS.
          03 WS-ESTQ-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *
       SCREEN SECTION.
       01 TELA-MENU.
          02 LINE 14 COL 37, PIC ZZZZZZ9,99 TO WS-DEV-VALOR AUTO.
          02 LINE 15 COL 10 VALUE "MOTIVO (01/02/03/99).....:".
          02 LINE 15 COL 37, PIC X(002) TO WS-DEV-MOTIVO AUTO.
          02 LINE 16 COL 10 VALUE "PRODUTO (0 = SO VALOR)...:".
          02 LINE 16 COL 37, PIC ZZZZ9 TO WS-DEV-COD-PROD AUTO.
          02 LINE 16 COL 44 VALUE "QTD:".
          02 LINE 16 COL 49, PIC ZZZZ9 TO WS-DEV-QTD AUTO.
          02 LINE 17 COL 10 "CONFIRMA A DEVOLUCAO? (S/N): (.)".
          02 LINE 17 COL 42, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
           MOVE ZEROS  TO WS-DEV-DATA
           MOVE ZEROS  TO WS-DEV-VALOR
           MOVE SPACES TO WS-DEV-MOTIVO
           MOVE ZEROS  TO WS-DEV-COD-PROD
           MOVE ZEROS  TO WS-DEV-QTD
           DISPLAY TELA-DEVOL
           ACCEPT  TELA-DEVOL
      *
              END-IF
              GO TO 100-ENCERRA
           END-IF
      *
           IF WS-DEV-COD-PROD NOT EQUAL ZEROS
              PERFORM 870-SOMA-PRODUTO
              IF WS-QTD-PROD-PED EQUAL ZEROS
                 MOVE "PRODUTO NAO CONSTA DO PEDIDO" TO WS-MSG
                 PERFORM 900-MOSTRA-MENSAGEM
                 IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                    MOVE 9 TO WS-SAIR
                 END-IF
                 GO TO 100-ENCERRA
              END-IF
              IF WS-DEV-QTD EQUAL ZEROS
                 OR WS-DEV-QTD + WS-QTD-PROD-DEV
                    GREATER THAN WS-QTD-PROD-PED
                 MOVE "QUANTIDADE MAIOR QUE A DEVOLVIVEL" TO WS-MSG
                 PERFORM 900-MOSTRA-MENSAGEM
                 IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                    MOVE 9 TO WS-SAIR
                 END-IF
                 GO TO 100-ENCERRA
              END-IF
           ELSE
              MOVE ZEROS TO WS-DEV-QTD
           END-IF
      *
           MOVE WS-NUM-PEDIDO TO DEV-NUM-PEDIDO
           ADD 1 TO WS-ULT-SEQ
           MOVE WS-DEV-DATA   TO DEV-DATA
           MOVE WS-DEV-VALOR  TO DEV-VALOR
           MOVE WS-DEV-MOTIVO TO DEV-MOTIVO
           MOVE WS-DEV-COD-PROD TO DEV-COD-PROD
           MOVE WS-DEV-QTD    TO DEV-QTD
           WRITE ARQ-DEV-REG
           IF FSTATUS-DEV EQUAL "00"
              MOVE "DEVOLUCAO REGISTRADA" TO WS-MSG
              IF WS-DEV-QTD GREATER THAN ZEROS
                 AND NUM-FATURA-PED NOT EQUAL ZEROS
                 PERFORM 880-REENTRADA-ESTOQUE
              END-IF
           ELSE
              STRING "ERRO AO GRAVAR DEVOLUCAO - FS " FSTATUS-DEV
                INTO WS-MSG
       860-FIM.
           EXIT.

      *-----------------------------------*
      *    QUANTIDADE DO PRODUTO INFORMADO NOS ITENS DO PEDIDO (COM A
      *    FILIAL DO ITEM) E QUANTO DELE JA FOI DEVOLVIDO ANTES.
      *-----------------------------------*
      *
       870-SOMA-PRODUTO SECTION.
      *
           MOVE ZEROS TO WS-QTD-PROD-PED
           MOVE ZEROS TO WS-QTD-PROD-DEV
           MOVE ZEROS TO WS-FILIAL-ITEM
      *
           OPEN INPUT ARQ-ITEM
           IF FSTATUS-ITEM NOT EQUAL "00"
              CLOSE ARQ-ITEM
              GO TO 870-DEVOLVIDO
           END-IF
      *
           MOVE WS-NUM-PEDIDO TO ITEM-NUM-PEDIDO
           MOVE ZEROS         TO ITEM-SEQ
           START ARQ-ITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY
                 MOVE "10" TO FSTATUS-ITEM
           END-START
      *
           IF FSTATUS-ITEM EQUAL "00"
              READ ARQ-ITEM NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-ITEM NOT EQUAL "00"
                      OR ITEM-NUM-PEDIDO NOT EQUAL WS-NUM-PEDIDO
              IF ITEM-COD-PROD EQUAL WS-DEV-COD-PROD
                 ADD ITEM-QTD     TO WS-QTD-PROD-PED
                 MOVE ITEM-FILIAL TO WS-FILIAL-ITEM
              END-IF
              READ ARQ-ITEM NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ITEM.
      *
       870-DEVOLVIDO.
           MOVE WS-NUM-PEDIDO TO DEV-NUM-PEDIDO
           MOVE ZEROS         TO DEV-SEQ
           START ARQ-DEVOL KEY IS NOT LESS THAN DEV-CHAVE
              INVALID KEY
                 GO TO 870-FIM
           END-START
      *
           READ ARQ-DEVOL NEXT RECORD
           PERFORM UNTIL FSTATUS-DEV NOT EQUAL "00"
                      OR DEV-NUM-PEDIDO NOT EQUAL WS-NUM-PEDIDO
              IF DEV-COD-PROD EQUAL WS-DEV-COD-PROD
                 ADD DEV-QTD TO WS-QTD-PROD-DEV
              END-IF
              READ ARQ-DEVOL NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-DEV.
      *
       870-FIM.
           EXIT.

      *-----------------------------------*
      *    MERCADORIA DE PEDIDO FATURADO QUE VOLTOU REENTRA NO
      *    ESTOQUE FISICO DA FILIAL QUE ATENDEU O ITEM.
      *-----------------------------------*
      *
       880-REENTRADA-ESTOQUE SECTION.
      *
           MOVE "D"             TO WS-ESTQ-TIPO
           MOVE WS-DEV-COD-PROD TO WS-ESTQ-COD-PROD
           MOVE WS-FILIAL-ITEM  TO WS-ESTQ-FILIAL
           MOVE WS-DEV-QTD      TO WS-ESTQ-QTD
           MOVE WS-NUM-PEDIDO   TO WS-ESTQ-NUM-PEDIDO
           MOVE ZEROS           TO WS-ESTQ-OPERADOR
           CALL "GRVESTQ" USING PARAM-ESTQ
      *
           IF WS-ESTQ-MSG NOT EQUAL SPACES
              MOVE WS-ESTQ-MSG TO WS-MSG
           ELSE
              MOVE "DEVOLUCAO REGISTRADA - VOLTOU AO ESTOQUE"
                TO WS-MSG
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
