      *    TAMBEM ATENDE A REORGANIZACAO APOS MUITAS EXCLUSOES.
      *    FORMATO DO BACKUP: REGISTROS "D" + IMAGEM DO CADASTRO E
      *    UM TRAILER "T" + QUANTIDADE + TOTAL DE CHAVES.
      *    CONVERSAO DO PEDIDOS PARA AS CHAVES ALTERNATIVAS (CLIENTE
      *    E VENDEDOR + DATA): QUANDO A ABERTURA PARA DESCARGA
      *    RECUSA O ARQUIVO POR ESTRUTURA DE CHAVES DIFERENTE (FS
      *    39), ELE E DESCARREGADO PELO FORMATO ANTIGO, REGISTRO DE
      *    53 BYTES SO COM A CHAVE PRIMARIA. A IMAGEM ANTIGA VAI PARA
      *    O REGISTRO ATUAL DE 57 BYTES COM A CONDICAO DE PAGAMENTO
      *    ZERADA E O MOTIVO DE PENDENCIA EM BRANCO; A VERIFICACAO E
      *    A RECARGA SEGUINTES JA O REGRAVAM COM AS TRES CHAVES.
      *    IMAGEM DE PEDIDO SEM A CONDICAO DE PAGAMENTO (BACKUP
      *    ANTERIOR A CONVERSAO) E COMPLETADA DO MESMO JEITO NA
      *    VERIFICACAO E NA RECARGA.
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
           SELECT ARQ-PEDIDO-ANT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS PED-ANT-NUM
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED-ANT.
           SELECT ARQ-BACKUP    ASSIGN TO WS-NOME-BACKUP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *
      *    PEDIDOS NO FORMATO ANTERIOR AS CHAVES ALTERNATIVAS (53
      *    BYTES, ATE APROV-DATA-PED), USADO SO NA DESCARGA DE
      *    CONVERSAO.
       FD  ARQ-PEDIDO-ANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       01  PED-ANT-REG.
           03 PED-ANT-NUM         PIC 9(007).
           03 FILLER              PIC X(046).
      *
       FD  ARQ-BACKUP
           RECORD CONTAINS 220
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-PED-ANT         PIC X(002) VALUE "00".
       77  FS-BACKUP               PIC X(002) VALUE "00".
       77  WS-NOME-BACKUP          PIC X(030) VALUE SPACES.
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-HASH-TRAILER         PIC 9(018) VALUE ZEROS.
       77  WS-TEM-TRAILER          PIC X(001) VALUE "N".
       77  WS-QTD-ED               PIC ZZZZZZZZ9 VALUE ZEROS.
       01  WS-PED-ANT-SW           PIC X(001) VALUE "N".
           88 WS-PED-FORMATO-ANT              VALUE "S".
       01  WS-ERRO-SW              PIC X(001) VALUE "N".
           88 WS-SEM-ERRO                     VALUE "N".
           88 WS-COM-ERRO                     VALUE "S".
                    GO TO 100-FIM
                 END-IF
              WHEN BKP-ARQ-PEDIDO
                 MOVE "N" TO WS-PED-ANT-SW
                 OPEN INPUT ARQ-PEDIDO
                 IF FSTATUS-PED EQUAL "39"
                    CLOSE ARQ-PEDIDO
                    OPEN INPUT ARQ-PEDIDO-ANT
                    IF FSTATUS-PED-ANT EQUAL "00"
                       SET WS-PED-FORMATO-ANT TO TRUE
                       MOVE "00" TO FSTATUS-PED
                       DISPLAY "BKPMASTER: PEDIDOS SEM CHAVES "
                               "ALTERNATIVAS - DESCARGA PARA CONVERSAO"
                    ELSE
                       CLOSE ARQ-PEDIDO-ANT
                    END-IF
                 END-IF
                 IF FSTATUS-PED NOT EQUAL "00"
                    CLOSE ARQ-PEDIDO
                    STRING "BKPMASTER: ERRO AO ABRIR PEDIDOS FS "
              WHEN BKP-ARQ-VENDEDOR
                 PERFORM 120-DESCARGA-VENDEDORES
                 CLOSE ARQ-VENDEDOR
              WHEN BKP-ARQ-PEDIDO AND WS-PED-FORMATO-ANT
                 PERFORM 126-DESCARGA-PEDIDOS-ANT
                 CLOSE ARQ-PEDIDO-ANT
              WHEN BKP-ARQ-PEDIDO
                 PERFORM 125-DESCARGA-PEDIDOS
                 CLOSE ARQ-PEDIDO
              READ ARQ-PEDIDO NEXT RECORD
           END-PERFORM.

      *-----------------------------------*
      *    DESCARGA DE CONVERSAO: IMAGEM ANTIGA COMPLETADA COM OS
      *    CAMPOS NOVOS E MESMO TOTAL DE CONFERENCIA, LIDOS PELO
      *    FORMATO ANTERIOR DO PEDIDOS.
      *-----------------------------------*
      *
       126-DESCARGA-PEDIDOS-ANT SECTION.
      *
           READ ARQ-PEDIDO-ANT NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-PED-ANT NOT EQUAL "00"
                      OR WS-COM-ERRO
              MOVE PED-ANT-REG TO ARQ-PED-REG
              MOVE ZEROS       TO COND-PAG-PED
              MOVE SPACE       TO MOTIVO-PEND-PED
              MOVE SPACES TO BACKUP-REG
              SET BKP-REG-DADO TO TRUE
              MOVE ARQ-PED-REG TO BKP-REG-IMAGEM
              WRITE BACKUP-REG
              IF FS-BACKUP NOT EQUAL "00"
                 SET WS-COM-ERRO TO TRUE
              ELSE
                 ADD 1 TO WS-QTD-REG
                 PERFORM 150-ACUMULA-HASH-PED
              END-IF
              READ ARQ-PEDIDO-ANT NEXT RECORD
           END-PERFORM.

      *-----------------------------------*
      *    TOTAL DE CONFERENCIA: SOMA DAS CHAVES (PRIMARIA E
      *    ALTERNATIVA) DOS REGISTROS DESCARREGADOS, TRUNCADA EM 18
                   FUNCTION MOD(WS-HASH + NUM-PEDIDO + COD-CLI-PED,
                                999999999999999999).

      *-----------------------------------*
      *    IMAGEM DE PEDIDO GRAVADA ANTES DA CONVERSAO (53 BYTES)
      *    CHEGA COM A CONDICAO DE PAGAMENTO EM BRANCO: ZERA A
      *    CONDICAO E DEIXA O MOTIVO DE PENDENCIA EM BRANCO.
      *-----------------------------------*
      *
       160-COMPLETA-PEDIDO SECTION.
      *
           IF COND-PAG-PED NOT NUMERIC
              MOVE ZEROS TO COND-PAG-PED
              MOVE SPACE TO MOTIVO-PEND-PED
           END-IF.

      *-----------------------------------*
      *    VERIFICACAO: RELE O BACKUP, RECALCULA CONTAGEM E TOTAL E
      *    COMPARA COM O TRAILER GRAVADO.
                          PERFORM 140-ACUMULA-HASH-VEND
                       WHEN BKP-ARQ-PEDIDO
                          MOVE BKP-REG-IMAGEM TO ARQ-PED-REG
                          PERFORM 160-COMPLETA-PEDIDO
                          PERFORM 150-ACUMULA-HASH-PED
                    END-EVALUATE
                 END-IF
                       END-IF
                    WHEN BKP-ARQ-PEDIDO
                       MOVE BKP-REG-IMAGEM TO ARQ-PED-REG
                       PERFORM 160-COMPLETA-PEDIDO
                       WRITE ARQ-PED-REG
                       IF FSTATUS-PED NOT EQUAL "00"
                          AND NOT EQUAL "02"
                          SET WS-COM-ERRO TO TRUE
                       END-IF
                 END-EVALUATE
