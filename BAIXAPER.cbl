       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BAIXAPER.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    BAIXA DE FATURA INCOBRAVEL COMO PERDA: O SUPERVISOR
      *    (OPER-PERM-APROV) INFORMA A FATURA E O MOTIVO, E O SALDO
      *    EM ABERTO (VALOR MENOS AS BAIXAS DO PAGTOS) E BAIXADO. A
      *    FATURA PASSA AO STATUS P (PERDA), COM AS PARCELAS AINDA
      *    ABERTAS, E SAI DO AGING, DA COBRANCA E DA REGUA; ENTRA NO
      *    RELATORIO DE PERDAS (RELPERDA). A COMISSAO PAGA SOBRE O
      *    SALDO PERDIDO VIRA UM ESTORNO CONTRA O VENDEDOR DA
      *    FATURA NO ARQUIVO ESTORNOS, NO PERCENTUAL CONGELADO NO
      *    COMFECH DO MES DO PEDIDO (MES AINDA ABERTO: COMISSAO-VEND
      *    ATUAL), DESCONTADO PELO PROXIMO FECHACOM. FATURA E
      *    ESTORNO VAO PARA O JORNAL COM O OPERADOR.
      *    MOTIVOS: 01 CLIENTE FALIDO/ENCERRADO, 02 CLIENTE NAO
      *    LOCALIZADO, 03 DIVIDA PRESCRITA, 04 ACORDO/DECISAO
      *    JUDICIAL, 99 OUTROS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURA    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FAT.
           SELECT ARQ-PAGTO     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAG-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAG.
           SELECT ARQ-PARCELA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PARC-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PARC.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FECH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FECH.
           SELECT ARQ-ESTORNO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ECM-NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ECM.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FATURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FATURAS'.
       COPY "BOOKFAT.CPY".
      *
       FD  ARQ-PAGTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PAGTOS'.
       COPY "BOOKPAG.CPY".
      *
       FD  ARQ-PARCELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARCELAS'.
       COPY "BOOKPARC.CPY".
      *
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'COMFECH'.
       COPY "BOOKFECH.CPY".
      *
       FD  ARQ-ESTORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ESTORNOS'.
       COPY "BOOKECM.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-FAT             PIC X(002) VALUE "00".
       77 FSTATUS-PAG             PIC X(002) VALUE "00".
       77 FSTATUS-PARC            PIC X(002) VALUE "00".
       77 FSTATUS-PED             PIC X(002) VALUE "00".
       77 FSTATUS-VEND            PIC X(002) VALUE "00".
       77 FSTATUS-FECH            PIC X(002) VALUE "00".
       77 FSTATUS-ECM             PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77 WS-NUM-FATURA           PIC 9(007) VALUE ZEROS.
       77 WS-VALOR-PAGO           PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-SALDO-FAT            PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-PERC-COMISSAO        PIC 9(002)V9(002) VALUE ZEROS.
       77 WS-VALOR-ESTORNO        PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-MOTIVO               PIC X(002) VALUE SPACES.
          88 WS-MOTIVO-VALIDO     VALUE "01" "02" "03" "04" "99".
       77 WS-ORIGEM-PERC          PIC X(020) VALUE SPACES.
      *-----------------------------------*
      *    IMAGEM POSTERIOR DE CADA GRAVACAO ENVIADA AO JORNAL
      *    JRNMASTER (SUBPROGRAMA GRVJRNL), PARA A RECUPERACAO POR
      *    ROLL-FORWARD DO RECMASTER.
      *-----------------------------------*
       01 PARAM-JRNL.
          03 WS-JRN-ARQUIVO        PIC X(012) VALUE SPACES.
          03 WS-JRN-OPERACAO       PIC X(001) VALUE SPACES.
          03 WS-JRN-CHAVE          PIC X(014) VALUE SPACES.
          03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
          03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01 OPERADOR-INFO.
          03 OPER-COD-EXEC        PIC 9(003).
          03 OPER-NOME-EXEC       PIC X(030).
          03 OPER-PERM-MANUT-EXEC PIC X(001).
          03 OPER-PERM-RELAT-EXEC PIC X(001).
          03 OPER-PERM-DIST-EXEC  PIC X(001).
          03 OPER-PERM-APROV-EXEC PIC X(001).
      *-----------------------------------*
      *
       SCREEN SECTION.
       01 TELA-MENU.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "BAIXA DE FATURAS COMO PERDA - MENU".
          02 LINE 07 COL 10 VALUE "(1) BAIXAR FATURA COMO PERDA".
          02 LINE 08 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WS-OPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 BUSCAR AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "FATURA - INFORMAR NUMERO".
          02 LINE 07 COL 10 VALUE "NUMERO FATURA : (.......)".
          02 LINE 07 COL 27, PIC ZZZZZZ9 TO WS-NUM-FATURA.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-PERDA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "BAIXA DE FATURA COMO PERDA".
          02 LINE 07 COL 10 VALUE "NUMERO FATURA  :".
          02 LINE 07 COL 27, PIC ZZZZZZ9 FROM WS-NUM-FATURA.
          02 LINE 08 COL 10 VALUE "CLIENTE        :".
          02 LINE 08 COL 27, PIC ZZZZZZ9 FROM FAT-COD-CLI.
          02 LINE 09 COL 10 VALUE "VENDEDOR       :".
          02 LINE 09 COL 27, PIC ZZ9 FROM FAT-COD-VEND.
          02 LINE 10 COL 10 VALUE "VALOR FATURA   :".
          02 LINE 10 COL 27, PIC ZZZZZZ9,99 FROM FAT-VALOR.
          02 LINE 11 COL 10 VALUE "VENCIMENTO     :".
          02 LINE 11 COL 27, PIC 99999999 FROM FAT-DATA-VENCIMENTO.
          02 LINE 12 COL 10 VALUE "JA PAGO        :".
          02 LINE 12 COL 27, PIC ZZZZZZZZ9,99 FROM WS-VALOR-PAGO.
          02 LINE 13 COL 10 VALUE "SALDO A BAIXAR :".
          02 LINE 13 COL 27, PIC ZZZZZZZZ9,99 FROM WS-SALDO-FAT.
          02 LINE 14 COL 10 VALUE "COMISSAO (%)   :".
          02 LINE 14 COL 27, PIC Z9,99 FROM WS-PERC-COMISSAO.
          02 LINE 14 COL 34, PIC X(020) FROM WS-ORIGEM-PERC.
          02 LINE 15 COL 10 VALUE "ESTORNO        :".
          02 LINE 15 COL 27, PIC ZZZZZZ9,99 FROM WS-VALOR-ESTORNO.
          02 LINE 17 COL 10 VALUE
             "MOTIVO (01 FALENCIA 02 NAO LOCALIZADO 03 PRESCRICAO".
          02 LINE 18 COL 10 VALUE
             "        04 JUDICIAL 99 OUTROS)......: (..)".
          02 LINE 18 COL 47, PIC X(002) TO WS-MOTIVO AUTO.
          02 LINE 19 COL 10 "CONFIRMA A BAIXA COMO PERDA? (S/N): (.)".
          02 LINE 19 COL 47, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 MENSAGEM AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 10 COL 10 VALUE "MSG:".
          02 LINE 10 COL 15, PIC X(040) FROM WS-MSG.
          02 LINE 15 COL 10, "FAZER OUTRA OPERACAO? (S/N): (.)".
          02 LINE 15 COL 40, PIC X TO WS-CONFIRMA.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
       PROCEDURE DIVISION USING OPERADOR-INFO.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           IF OPER-PERM-APROV-EXEC NOT EQUAL "S"
              MOVE "OPERADOR SEM PERMISSAO DE APROVACAO" TO WS-MSG
              DISPLAY MENSAGEM
              ACCEPT  MENSAGEM
              GOBACK
           END-IF
      *
           DISPLAY TELA-MENU
      *
           ACCEPT  TELA-MENU
      *
           EVALUATE WS-OPCAO
             WHEN 1
                MOVE ZEROS TO WS-SAIR
                PERFORM 100-BAIXA-PERDA
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 9
                GOBACK
           END-EVALUATE
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       100-BAIXA-PERDA SECTION.
      *
           MOVE SPACES TO WS-MSG
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
      *
           OPEN I-O ARQ-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              CLOSE ARQ-FATURA
              MOVE "ARQUIVO DE FATURAS NAO ENCONTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              MOVE 9 TO WS-SAIR
              GO TO 100-FIM
           END-IF
      *
           OPEN INPUT ARQ-PAGTO
           OPEN I-O ARQ-PARCELA
           OPEN I-O ARQ-ESTORNO
           IF FSTATUS-ECM EQUAL "35"
              CLOSE ARQ-ESTORNO
              OPEN OUTPUT ARQ-ESTORNO
              CLOSE ARQ-ESTORNO
              OPEN I-O ARQ-ESTORNO
           END-IF
      *
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           MOVE WS-NUM-FATURA TO NUM-FATURA
           READ ARQ-FATURA RECORD
             KEY IS NUM-FATURA
      *
           IF FSTATUS-FAT NOT EQUAL "00"
              MOVE "NUMERO DE FATURA NAO ENCONTRADO" TO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           IF FAT-QUITADA
              MOVE "FATURA JA QUITADA" TO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           IF FAT-PERDA
              MOVE "FATURA JA BAIXADA COMO PERDA" TO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           PERFORM 860-SOMA-PAGAMENTOS
           COMPUTE WS-SALDO-FAT = FAT-VALOR - WS-VALOR-PAGO
           IF WS-SALDO-FAT NOT GREATER THAN ZEROS
              MOVE "FATURA SEM SALDO EM ABERTO" TO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           PERFORM 870-PERC-COMISSAO
           COMPUTE WS-VALOR-ESTORNO ROUNDED =
                   WS-SALDO-FAT * WS-PERC-COMISSAO / 100
      *
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY TELA-PERDA
           ACCEPT  TELA-PERDA
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              MOVE 9 TO WS-SAIR
              GO TO 100-ENCERRA
           END-IF
      *
           IF NOT WS-MOTIVO-VALIDO
              MOVE "MOTIVO DEVE SER 01, 02, 03, 04 OU 99" TO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           MOVE "P"              TO FAT-STATUS
           MOVE WS-MOTIVO        TO FAT-PERDA-MOTIVO
           MOVE WS-DATA-HOJE     TO FAT-PERDA-DATA
           MOVE WS-SALDO-FAT     TO FAT-PERDA-VALOR
           MOVE OPER-COD-EXEC    TO FAT-PERDA-OPERADOR
           REWRITE ARQ-FAT-REG
           IF FSTATUS-FAT NOT EQUAL "00"
              STRING "ERRO AO GRAVAR FATURA - FS " FSTATUS-FAT
                INTO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           MOVE "FATURAS"     TO WS-JRN-ARQUIVO
           MOVE "R"           TO WS-JRN-OPERACAO
           MOVE SPACES        TO WS-JRN-CHAVE
           MOVE NUM-FATURA    TO WS-JRN-CHAVE(1:7)
           MOVE OPER-COD-EXEC TO WS-JRN-OPERADOR
           MOVE ARQ-FAT-REG   TO WS-JRN-IMAGEM
           CALL "GRVJRNL" USING PARAM-JRNL
      *
           IF FAT-QTD-PARCELAS GREATER THAN ZEROS
              PERFORM 880-PERDA-PARCELAS
              IF WS-MSG NOT EQUAL SPACES
                 GO TO 100-MENSAGEM
              END-IF
           END-IF
      *
           IF FAT-COD-VEND EQUAL ZEROS
              OR WS-VALOR-ESTORNO EQUAL ZEROS
              MOVE "FATURA BAIXADA COMO PERDA - SEM ESTORNO"
                TO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           PERFORM 890-GRAVA-ESTORNO.
      *
       100-MENSAGEM.
           PERFORM 900-MOSTRA-MENSAGEM
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
              MOVE 9 TO WS-SAIR
           END-IF.
      *
       100-ENCERRA.
           CLOSE ARQ-FATURA
           CLOSE ARQ-PAGTO
           CLOSE ARQ-PARCELA
           CLOSE ARQ-ESTORNO.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    TOTAL JA PAGO DA FATURA (TODAS AS PARCELAS)
      *-----------------------------------*
      *
       860-SOMA-PAGAMENTOS SECTION.
      *
           MOVE ZEROS TO WS-VALOR-PAGO
      *
           MOVE NUM-FATURA TO PAG-NUM-FATURA
           MOVE ZEROS      TO PAG-SEQ
           START ARQ-PAGTO KEY IS NOT LESS THAN PAG-CHAVE
              INVALID KEY
                 GO TO 860-FIM
           END-START
      *
           READ ARQ-PAGTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PAG NOT EQUAL "00"
                      OR PAG-NUM-FATURA NOT EQUAL NUM-FATURA
              ADD PAG-VALOR TO WS-VALOR-PAGO
              READ ARQ-PAGTO NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PAG.
      *
       860-FIM.
           EXIT.

      *-----------------------------------*
      *    PERCENTUAL DA COMISSAO PAGA SOBRE A FATURA: O CONGELADO
      *    NO COMFECH DO MES DO PEDIDO OU, COM O MES AINDA ABERTO,
      *    O COMISSAO-VEND ATUAL DO VENDEDOR.
      *-----------------------------------*
      *
       870-PERC-COMISSAO SECTION.
      *
           MOVE ZEROS  TO WS-PERC-COMISSAO
           MOVE SPACES TO WS-ORIGEM-PERC
      *
           IF FAT-COD-VEND EQUAL ZEROS
              MOVE "(SEM VENDEDOR)" TO WS-ORIGEM-PERC
              GO TO 870-FIM
           END-IF
      *
           OPEN INPUT ARQ-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              CLOSE ARQ-PEDIDO
              GO TO 870-VENDEDOR
           END-IF
           MOVE FAT-NUM-PEDIDO TO NUM-PEDIDO
           READ ARQ-PEDIDO RECORD
             KEY IS NUM-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              CLOSE ARQ-PEDIDO
              GO TO 870-VENDEDOR
           END-IF
           CLOSE ARQ-PEDIDO
      *
           OPEN INPUT ARQ-FECHAMENTO
           IF FSTATUS-FECH NOT EQUAL "00"
              CLOSE ARQ-FECHAMENTO
              GO TO 870-VENDEDOR
           END-IF
           MOVE DATA-PEDIDO(1:6) TO FECH-ANO-MES
           MOVE FAT-COD-VEND     TO FECH-COD-VEND
           MOVE SPACE            TO FECH-TIPO
           READ ARQ-FECHAMENTO RECORD
             KEY IS FECH-CHAVE
           IF FSTATUS-FECH EQUAL "00"
              MOVE FECH-PERC-COMISSAO TO WS-PERC-COMISSAO
              MOVE "(MES FECHADO)"    TO WS-ORIGEM-PERC
              CLOSE ARQ-FECHAMENTO
              GO TO 870-FIM
           END-IF
           CLOSE ARQ-FECHAMENTO.
      *
       870-VENDEDOR.
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              GO TO 870-FIM
           END-IF
           MOVE FAT-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              MOVE COMISSAO-VEND       TO WS-PERC-COMISSAO
              MOVE "(CADASTRO VENDEDOR)" TO WS-ORIGEM-PERC
           END-IF
           CLOSE ARQ-VENDEDOR.
      *
       870-FIM.
           EXIT.

      *-----------------------------------*
      *    PARCELAS AINDA ABERTAS DA FATURA PERDIDA
      *-----------------------------------*
      *
       880-PERDA-PARCELAS SECTION.
      *
           MOVE NUM-FATURA TO PARC-NUM-FATURA
           MOVE ZEROS      TO PARC-NUM
           START ARQ-PARCELA KEY IS NOT LESS THAN PARC-CHAVE
              INVALID KEY
                 GO TO 880-FIM
           END-START
      *
           READ ARQ-PARCELA NEXT RECORD
           PERFORM UNTIL FSTATUS-PARC NOT EQUAL "00"
                      OR PARC-NUM-FATURA NOT EQUAL NUM-FATURA
              IF PARC-ABERTA
                 MOVE "P" TO PARC-STATUS
                 REWRITE ARQ-PARC-REG
                 IF FSTATUS-PARC NOT EQUAL "00"
                    STRING "ERRO AO GRAVAR PARCELA - FS " FSTATUS-PARC
                      INTO WS-MSG
                    GO TO 880-FIM
                 END-IF
              END-IF
              READ ARQ-PARCELA NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PARC.
      *
       880-FIM.
           EXIT.

      *-----------------------------------*
      *    ESTORNO DE COMISSAO PENDENTE PARA O PROXIMO FECHACOM
      *-----------------------------------*
      *
       890-GRAVA-ESTORNO SECTION.
      *
           MOVE NUM-FATURA       TO ECM-NUM-FATURA
           MOVE FAT-COD-VEND     TO ECM-COD-VEND
           MOVE FAT-NUM-PEDIDO   TO ECM-NUM-PEDIDO
           MOVE WS-DATA-HOJE     TO ECM-DATA
           MOVE WS-MOTIVO        TO ECM-MOTIVO
           MOVE WS-SALDO-FAT     TO ECM-VALOR-PERDA
           MOVE WS-PERC-COMISSAO TO ECM-PERC-COMISSAO
           MOVE WS-VALOR-ESTORNO TO ECM-VALOR-ESTORNO
           MOVE OPER-COD-EXEC    TO ECM-OPERADOR
           MOVE ZEROS            TO ECM-ANO-MES-DESCONTO
           WRITE ARQ-ECM-REG
           IF FSTATUS-ECM NOT EQUAL "00"
              STRING "ERRO AO GRAVAR ESTORNO - FS " FSTATUS-ECM
                INTO WS-MSG
              GO TO 890-FIM
           END-IF
      *
           MOVE "ESTORNOS"    TO WS-JRN-ARQUIVO
           MOVE "W"           TO WS-JRN-OPERACAO
           MOVE SPACES        TO WS-JRN-CHAVE
           MOVE NUM-FATURA    TO WS-JRN-CHAVE(1:7)
           MOVE OPER-COD-EXEC TO WS-JRN-OPERADOR
           MOVE ARQ-ECM-REG   TO WS-JRN-IMAGEM
           CALL "GRVJRNL" USING PARAM-JRNL
      *
           MOVE "FATURA BAIXADA COMO PERDA - ESTORNO GRAVADO"
             TO WS-MSG.
      *
       890-FIM.
           EXIT.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.
      *
       END PROGRAM BAIXAPER.
      *-----------------------------------*
