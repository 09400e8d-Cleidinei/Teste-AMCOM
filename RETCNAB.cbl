       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RETCNAB.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    RETORNO DE COBRANCA DO BANCO NO LAYOUT CNAB 400: LOCALIZA
      *    CADA TITULO PELO NOSSO NUMERO NO ARQUIVO BOLETOS E APLICA
      *    A OCORRENCIA:
      *    02 ENTRADA CONFIRMADA     - BOLETO REGISTRADO
      *    03 ENTRADA REJEITADA      - BOLETO REJEITADO (VOLTA NA
      *                                PROXIMA REMESSA DO REMCNAB)
      *    06/17 LIQUIDACAO          - BAIXA DO VALOR PAGO NO PAGTOS
      *                                COM AS MESMAS REGRAS DO CADPAG
      *                                (PARCELA/FATURA ABERTA, VALOR
      *                                DENTRO DO SALDO, QUITACAO)
      *    09/10 BAIXA NO BANCO      - BOLETO BAIXADO (A FATURA SEGUE
      *                                ABERTA PARA OUTRA COBRANCA)
      *    28 DEBITO DE TARIFA       - SO ACUMULA A TARIFA
      *    A TARIFA INFORMADA EM QUALQUER OCORRENCIA E ACUMULADA NO
      *    BOLETO. NOSSO NUMERO NAO RECONHECIDO, OCORRENCIA NAO
      *    TRATADA E LIQUIDACAO QUE NAO PASSA NAS REGRAS DA BAIXA VAO
      *    PARA REJCNAB.TXT COM O MOTIVO.
      *    NO FIM DO RETORNO COM LIQUIDACOES O LIBCRED LIBERA O
      *    CREDITO DOS CLIENTES BLOQUEADOS QUE JA NAO ATINGEM O
      *    LIMITE.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO   ASSIGN TO WS-RETORNO-LABEL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RETORNO.
           SELECT ARQ-BOLETO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS BOL-NOSSO-NUMERO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-BOL.
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
           SELECT REJEITO-CNAB  ASSIGN TO "REJCNAB.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REJEITO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO
           RECORD CONTAINS 400
           LABEL RECORD IS STANDARD.
       01  RETORNO-REG.
           03 RET-TIPO-REG        PIC X(001).
              88 RET-HEADER                   VALUE "0".
              88 RET-DETALHE                  VALUE "1".
              88 RET-TRAILER                  VALUE "9".
           03 RET-DADOS           PIC X(399).
      *-----------------------------------*
      *    HEADER DO ARQUIVO (TIPO 0)
      *-----------------------------------*
       01  RETORNO-HEADER REDEFINES RETORNO-REG.
           03 FILLER              PIC X(001).
           03 RET-HDR-OPERACAO    PIC X(001).
           03 RET-HDR-LITERAL     PIC X(007).
           03 FILLER              PIC X(391).
      *-----------------------------------*
      *    REGISTRO DE TITULO (TIPO 1)
      *-----------------------------------*
       01  RETORNO-DETALHE REDEFINES RETORNO-REG.
           03 FILLER              PIC X(001).
           03 FILLER              PIC X(002).
           03 FILLER              PIC X(014).
           03 FILLER              PIC X(020).
           03 FILLER              PIC X(025).
           03 RET-NOSSO-NUMERO.
              05 RET-NN-ZEROS     PIC 9(002).
              05 RET-NN-FATURA    PIC 9(007).
              05 RET-NN-PARCELA   PIC 9(002).
           03 FILLER              PIC X(035).
           03 RET-OCORRENCIA      PIC 9(002).
           03 RET-DATA-OCORRENCIA.
              05 RET-OCOR-DD      PIC 9(002).
              05 RET-OCOR-MM      PIC 9(002).
              05 RET-OCOR-AA      PIC 9(002).
           03 RET-SEU-NUMERO      PIC X(010).
           03 FILLER              PIC X(020).
           03 RET-VENCIMENTO      PIC 9(006).
           03 RET-VALOR-TITULO    PIC 9(011)V9(002).
           03 FILLER              PIC X(010).
           03 RET-VALOR-TARIFA    PIC 9(011)V9(002).
           03 FILLER              PIC X(065).
           03 RET-VALOR-PAGO      PIC 9(011)V9(002).
           03 FILLER              PIC X(029).
           03 RET-DATA-CREDITO    PIC 9(006).
           03 FILLER              PIC X(017).
           03 RET-MOTIVOS         PIC X(010).
           03 FILLER              PIC X(066).
           03 RET-SEQ             PIC 9(006).
      *
       FD  ARQ-BOLETO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOLETOS'.
       COPY "BOOKBOL.CPY".
      *
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
       FD  REJEITO-CNAB
           RECORD CONTAINS 100
           LABEL RECORD IS STANDARD.
       01  REJEITO-CNAB-REG PIC X(100).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FS-RETORNO              PIC X(002) VALUE "00".
       77 FSTATUS-BOL             PIC X(002) VALUE "00".
       77 FSTATUS-FAT             PIC X(002) VALUE "00".
       77 FSTATUS-PAG             PIC X(002) VALUE "00".
       77 FSTATUS-PARC            PIC X(002) VALUE "00".
       77 FS-REJEITO              PIC X(002) VALUE "00".
       77 WS-RETORNO-LABEL        PIC X(020) VALUE SPACES.
       77 WS-DATA-OCORRENCIA      PIC 9(008) VALUE ZEROS.
       77 WS-VALOR-PAGO           PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-SALDO-FAT            PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-ULT-SEQ              PIC 9(003) VALUE ZEROS.
       77 WS-NUM-PARC             PIC 9(002) VALUE ZEROS.
       77 WS-VALOR-BASE           PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-PAG-VALOR            PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-PARC-ABERTAS         PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
       01 WS-CONTADORES.
          03 WS-LIDOS             PIC 9(009) VALUE ZEROS.
          03 WS-LIQUIDADOS        PIC 9(009) VALUE ZEROS.
          03 WS-REJEITADOS        PIC 9(009) VALUE ZEROS.
      *-----------------------------------*
       01 WS-REJ-CAB              PIC X(100) VALUE
           "NOSSO NUMERO;OCORRENCIA;DATA;VALOR PAGO;MOTIVO DA REJEICAO".
       01 WS-REJ-LINHA.
          03 WS-REJ-NOSSO-NUMERO  PIC X(011)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-REJ-OCORRENCIA    PIC X(002)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-REJ-DATA          PIC X(006)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-REJ-VALOR         PIC X(013)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-REJ-MOTIVO        PIC X(040)  VALUE SPACES.
      *-----------------------------------*
      *    AREA DE CHAMADA DO LIBCRED: CODIGO ZERO REAVALIA TODOS
      *    OS CLIENTES COM CREDITO BLOQUEADO POR ATRASO DEPOIS DAS
      *    BAIXAS DO LOTE.
      *-----------------------------------*
       01 PARAM-LIBCRED.
          03 WS-LIB-COD-CLI        PIC 9(007) VALUE ZEROS.
          03 WS-LIB-MSG            PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RETCNAB.
           03  RETCNAB-ARQUIVO     PIC X(020) VALUE SPACES.
           03  RETCNAB-MSG         PIC X(040) VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RETCNAB.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           IF RETCNAB-ARQUIVO EQUAL SPACES
              MOVE "RETCNAB: INFORMAR ARQUIVO DE RETORNO"
                TO RETCNAB-MSG
              GOBACK
           END-IF
      *
           MOVE RETCNAB-ARQUIVO TO WS-RETORNO-LABEL
           INITIALIZE WS-CONTADORES
      *
           OPEN INPUT ARQ-RETORNO
           IF FS-RETORNO NOT EQUAL "00"
              CLOSE ARQ-RETORNO
              MOVE "RETCNAB: ARQUIVO NAO ENCONTRADO" TO RETCNAB-MSG
              GOBACK
           END-IF
      *
           READ ARQ-RETORNO
           IF FS-RETORNO NOT EQUAL "00"
              OR NOT RET-HEADER
              OR RET-HDR-OPERACAO NOT EQUAL "2"
              OR RET-HDR-LITERAL NOT EQUAL "RETORNO"
              CLOSE ARQ-RETORNO
              MOVE "RETCNAB: ERRO NO HEADER DO RETORNO" TO RETCNAB-MSG
              GOBACK
           END-IF
      *
           OPEN I-O ARQ-BOLETO
           IF FSTATUS-BOL NOT EQUAL "00"
              CLOSE ARQ-BOLETO
              CLOSE ARQ-RETORNO
              MOVE "RETCNAB: ARQUIVO DE BOLETOS NAO ENCONTRADO"
                TO RETCNAB-MSG
              GOBACK
           END-IF
      *
           OPEN I-O ARQ-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              CLOSE ARQ-FATURA
              CLOSE ARQ-BOLETO
              CLOSE ARQ-RETORNO
              MOVE "RETCNAB: ARQUIVO DE FATURAS NAO ENCONTRADO"
                TO RETCNAB-MSG
              GOBACK
           END-IF
      *
           OPEN I-O ARQ-PAGTO
           IF FSTATUS-PAG EQUAL "35"
              CLOSE ARQ-PAGTO
              OPEN OUTPUT ARQ-PAGTO
              CLOSE ARQ-PAGTO
              OPEN I-O ARQ-PAGTO
           END-IF
      *
           OPEN I-O ARQ-PARCELA
           IF FSTATUS-PARC EQUAL "35"
              CLOSE ARQ-PARCELA
              OPEN OUTPUT ARQ-PARCELA
              CLOSE ARQ-PARCELA
              OPEN I-O ARQ-PARCELA
           END-IF
      *
           OPEN OUTPUT REJEITO-CNAB
           WRITE REJEITO-CNAB-REG FROM WS-REJ-CAB
      *
           READ ARQ-RETORNO
      *
           PERFORM UNTIL FS-RETORNO NOT EQUAL "00"
                      OR RET-TRAILER
              IF RET-DETALHE
                 ADD 1 TO WS-LIDOS
                 PERFORM 100-PROCESSA-TITULO
              END-IF
              READ ARQ-RETORNO
           END-PERFORM
      *
           CLOSE ARQ-RETORNO
           CLOSE ARQ-BOLETO
           CLOSE ARQ-FATURA
           CLOSE ARQ-PAGTO
           CLOSE ARQ-PARCELA
           CLOSE REJEITO-CNAB
      *
           IF WS-LIQUIDADOS GREATER THAN ZEROS
              MOVE ZEROS TO WS-LIB-COD-CLI
              CALL "LIBCRED" USING PARAM-LIBCRED
           END-IF
      *
           STRING "LIDOS: "      WS-LIDOS(4:6)
                  " LIQ: "       WS-LIQUIDADOS(4:6)
                  " REJ: "       WS-REJEITADOS(4:6)
             INTO RETCNAB-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    LOCALIZA O BOLETO PELO NOSSO NUMERO E DESPACHA A
      *    OCORRENCIA DO BANCO.
      *-----------------------------------*
      *
       100-PROCESSA-TITULO SECTION.
      *
           MOVE SPACES TO WS-REJ-MOTIVO
      *
           IF RET-NOSSO-NUMERO IS NOT NUMERIC
              OR RET-NN-ZEROS NOT EQUAL ZEROS
              MOVE "NOSSO NUMERO NAO RECONHECIDO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           MOVE RET-NN-FATURA  TO BOL-NUM-FATURA
           MOVE RET-NN-PARCELA TO BOL-PARCELA
           READ ARQ-BOLETO RECORD
             KEY IS BOL-NOSSO-NUMERO
           IF FSTATUS-BOL NOT EQUAL "00"
              MOVE "NOSSO NUMERO NAO RECONHECIDO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           IF RET-OCORRENCIA IS NOT NUMERIC
              OR RET-DATA-OCORRENCIA IS NOT NUMERIC
              MOVE "LINHA COM CAMPO NAO NUMERICO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           COMPUTE WS-DATA-OCORRENCIA = 20000000
                                      + RET-OCOR-AA * 10000
                                      + RET-OCOR-MM * 100
                                      + RET-OCOR-DD
      *
           IF RET-VALOR-TARIFA IS NUMERIC
              ADD RET-VALOR-TARIFA TO BOL-VALOR-TARIFA
           END-IF
      *
           EVALUATE RET-OCORRENCIA
              WHEN 02
                 MOVE "R" TO BOL-SITUACAO
              WHEN 03
                 MOVE "J"         TO BOL-SITUACAO
                 MOVE RET-MOTIVOS TO BOL-MOTIVO-REJEICAO
                 STRING "ENTRADA REJEITADA PELO BANCO - "
                        RET-MOTIVOS
                   INTO WS-REJ-MOTIVO
              WHEN 06
              WHEN 17
                 PERFORM 200-LIQUIDA-TITULO
              WHEN 09
              WHEN 10
                 MOVE "B" TO BOL-SITUACAO
              WHEN 28
                 CONTINUE
              WHEN OTHER
                 MOVE "OCORRENCIA NAO TRATADA" TO WS-REJ-MOTIVO
           END-EVALUATE
      *
           MOVE RET-OCORRENCIA     TO BOL-ULT-OCORRENCIA
           MOVE WS-DATA-OCORRENCIA TO BOL-DATA-OCORRENCIA
           REWRITE ARQ-BOL-REG
           IF FSTATUS-BOL NOT EQUAL "00"
              AND WS-REJ-MOTIVO EQUAL SPACES
              STRING "ERRO AO ATUALIZAR BOLETO - FS " FSTATUS-BOL
                INTO WS-REJ-MOTIVO
           END-IF
      *
           IF WS-REJ-MOTIVO NOT EQUAL SPACES
              PERFORM 800-GRAVA-REJEICAO
           END-IF.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    LIQUIDACAO: BAIXA O VALOR PAGO NA PARCELA (OU NA FATURA
      *    SEM PARCELAS) DO NOSSO NUMERO, COM AS REGRAS DO CADPAG.
      *    O BOLETO SO FICA LIQUIDADO QUANDO A BAIXA E GRAVADA.
      *-----------------------------------*
      *
       200-LIQUIDA-TITULO SECTION.
      *
           IF RET-VALOR-PAGO IS NOT NUMERIC
              OR RET-VALOR-PAGO EQUAL ZEROS
              MOVE "VALOR PAGO DEVE SER MAIOR QUE ZERO"
                TO WS-REJ-MOTIVO
              GO TO 200-FIM
           END-IF
           MOVE RET-VALOR-PAGO TO WS-PAG-VALOR
      *
           MOVE BOL-NUM-FATURA TO NUM-FATURA
           READ ARQ-FATURA RECORD
             KEY IS NUM-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              MOVE "FATURA NAO ENCONTRADA" TO WS-REJ-MOTIVO
              GO TO 200-FIM
           END-IF
      *
           IF FAT-QUITADA
              MOVE "FATURA JA QUITADA" TO WS-REJ-MOTIVO
              GO TO 200-FIM
           END-IF
      *
           IF FAT-PERDA
              MOVE "FATURA BAIXADA COMO PERDA" TO WS-REJ-MOTIVO
              GO TO 200-FIM
           END-IF
      *
           MOVE ZEROS     TO WS-NUM-PARC
           MOVE FAT-VALOR TO WS-VALOR-BASE
           IF BOL-PARCELA GREATER THAN ZEROS
              MOVE BOL-NUM-FATURA TO PARC-NUM-FATURA
              MOVE BOL-PARCELA    TO PARC-NUM
              READ ARQ-PARCELA RECORD
                KEY IS PARC-CHAVE
              IF FSTATUS-PARC NOT EQUAL "00"
                 MOVE "PARCELA NAO ENCONTRADA" TO WS-REJ-MOTIVO
                 GO TO 200-FIM
              END-IF
              IF PARC-QUITADA
                 MOVE "PARCELA JA QUITADA" TO WS-REJ-MOTIVO
                 GO TO 200-FIM
              END-IF
              MOVE BOL-PARCELA TO WS-NUM-PARC
              MOVE PARC-VALOR  TO WS-VALOR-BASE
           END-IF
      *
           PERFORM 860-SOMA-PAGAMENTOS
      *
           IF WS-PAG-VALOR GREATER THAN WS-SALDO-FAT
              MOVE "VALOR MAIOR QUE O SALDO" TO WS-REJ-MOTIVO
              GO TO 200-FIM
           END-IF
      *
           MOVE BOL-NUM-FATURA     TO PAG-NUM-FATURA
           ADD 1 TO WS-ULT-SEQ
           MOVE WS-ULT-SEQ         TO PAG-SEQ
           MOVE WS-DATA-OCORRENCIA TO PAG-DATA
           MOVE WS-PAG-VALOR       TO PAG-VALOR
           MOVE WS-NUM-PARC        TO PAG-PARCELA
           WRITE ARQ-PAG-REG
           IF FSTATUS-PAG NOT EQUAL "00"
              STRING "ERRO GRAVACAO - FS " FSTATUS-PAG
                INTO WS-REJ-MOTIVO
              GO TO 200-FIM
           END-IF
      *
           MOVE "L" TO BOL-SITUACAO
           ADD 1 TO WS-LIQUIDADOS
      *
           IF WS-VALOR-PAGO + WS-PAG-VALOR LESS THAN WS-VALOR-BASE
              GO TO 200-FIM
           END-IF
      *
           IF WS-NUM-PARC GREATER THAN ZEROS
              MOVE "Q" TO PARC-STATUS
              REWRITE ARQ-PARC-REG
              IF FSTATUS-PARC NOT EQUAL "00"
                 STRING "ERRO AO QUITAR PARCELA - FS " FSTATUS-PARC
                   INTO WS-REJ-MOTIVO
                 GO TO 200-FIM
              END-IF
              PERFORM 875-CONTA-PARCELAS
              IF WS-PARC-ABERTAS GREATER THAN ZEROS
                 GO TO 200-FIM
              END-IF
           END-IF
      *
           MOVE "Q" TO FAT-STATUS
           REWRITE ARQ-FAT-REG
           IF FSTATUS-FAT NOT EQUAL "00"
              STRING "ERRO AO QUITAR FATURA - FS " FSTATUS-FAT
                INTO WS-REJ-MOTIVO
           END-IF.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *    SOMA AS BAIXAS JA GRAVADAS DA FATURA (SO AS DA PARCELA,
      *    NA FATURA EM PARCELAS) E DEIXA SALDO E ULTIMA SEQUENCIA.
      *-----------------------------------*
      *
       860-SOMA-PAGAMENTOS SECTION.
      *
           MOVE ZEROS TO WS-VALOR-PAGO
           MOVE ZEROS TO WS-ULT-SEQ
      *
           MOVE BOL-NUM-FATURA TO PAG-NUM-FATURA
           MOVE ZEROS          TO PAG-SEQ
           START ARQ-PAGTO KEY IS NOT LESS THAN PAG-CHAVE
              INVALID KEY
                 GO TO 860-SALDO
           END-START
      *
           READ ARQ-PAGTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PAG NOT EQUAL "00"
                      OR PAG-NUM-FATURA NOT EQUAL BOL-NUM-FATURA
              IF PAG-PARCELA EQUAL WS-NUM-PARC
                 OR WS-NUM-PARC EQUAL ZEROS
                 ADD PAG-VALOR TO WS-VALOR-PAGO
              END-IF
              MOVE PAG-SEQ  TO WS-ULT-SEQ
              READ ARQ-PAGTO NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PAG.
      *
       860-SALDO.
           COMPUTE WS-SALDO-FAT = WS-VALOR-BASE - WS-VALOR-PAGO.
      *
       860-FIM.
           EXIT.

      *-----------------------------------*
      *    CONTA AS PARCELAS AINDA ABERTAS DA FATURA DO BOLETO.
      *-----------------------------------*
      *
       875-CONTA-PARCELAS SECTION.
      *
           MOVE ZEROS TO WS-PARC-ABERTAS
      *
           MOVE BOL-NUM-FATURA TO PARC-NUM-FATURA
           MOVE ZEROS          TO PARC-NUM
           START ARQ-PARCELA KEY IS NOT LESS THAN PARC-CHAVE
              INVALID KEY
                 GO TO 875-FIM
           END-START
      *
           READ ARQ-PARCELA NEXT RECORD
           PERFORM UNTIL FSTATUS-PARC NOT EQUAL "00"
                      OR PARC-NUM-FATURA NOT EQUAL BOL-NUM-FATURA
              IF PARC-ABERTA
                 ADD 1 TO WS-PARC-ABERTAS
              END-IF
              READ ARQ-PARCELA NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PARC.
      *
       875-FIM.
           EXIT.

      *-----------------------------------*
      *
       800-GRAVA-REJEICAO SECTION.
      *
           MOVE RETORNO-REG(63:11)  TO WS-REJ-NOSSO-NUMERO
           MOVE RETORNO-REG(109:2)  TO WS-REJ-OCORRENCIA
           MOVE RETORNO-REG(111:6)  TO WS-REJ-DATA
           MOVE RETORNO-REG(254:13) TO WS-REJ-VALOR
           WRITE REJEITO-CNAB-REG FROM WS-REJ-LINHA
           ADD 1 TO WS-REJEITADOS.
      *
       END PROGRAM RETCNAB.
      *-----------------------------------*
