       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REMCNAB.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    REMESSA DE COBRANCA AO BANCO NO LAYOUT CNAB 400: GERA EM
      *    REMESSA.REM UM REGISTRO DE ENTRADA DE TITULO (BOLETO)
      *    PARA CADA FATURA ABERTA AINDA NAO REGISTRADA NO BANCO -
      *    UM POR PARCELA ABERTA NA FATURA EM PARCELAS - COM HEADER
      *    E TRAILER E O NUMERO SEQUENCIAL DA REMESSA TIRADO DO
      *    CONTROLE CTRLCOD (NEXTCOD, TIPO REMESSA). CADA TITULO
      *    ENVIADO FICA NO ARQUIVO BOLETOS PARA NAO SER REMETIDO DE
      *    NOVO; O REJEITADO PELO BANCO NO RETORNO (RETCNAB) VOLTA
      *    NA PROXIMA REMESSA. OS DADOS DO CONVENIO VEM DO
      *    CONVCOB.TXT. SEM TITULO PENDENTE NAO HA REMESSA (O
      *    NUMERO NAO E CONSUMIDO). FATURA COM NF-E AINDA NAO
      *    AUTORIZADA (PENDENTE, REJEITADA OU DENEGADA) FICA FORA DA
      *    REMESSA ATE O RETORNO DO EMISSOR (RETNFE) AUTORIZAR.
      *    NOSSO NUMERO (11) = ZEROS + FATURA(7) + PARCELA(2).
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
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FAT.
           SELECT ARQ-PARCELA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PARC-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PARC.
           SELECT ARQ-BOLETO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS BOL-NOSSO-NUMERO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-BOL.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-CONVENIO  ASSIGN TO "CONVCOB.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-CONVENIO.
           SELECT REMESSA-CNAB  ASSIGN TO "REMESSA.REM"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-REMESSA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FATURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FATURAS'.
       COPY "BOOKFAT.CPY".
      *
       FD  ARQ-PARCELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARCELAS'.
       COPY "BOOKPARC.CPY".
      *
       FD  ARQ-BOLETO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOLETOS'.
       COPY "BOOKBOL.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-CONVENIO
           RECORD CONTAINS 100
           LABEL RECORD IS STANDARD.
       COPY "BOOKCOB.CPY".
      *
       FD  REMESSA-CNAB
           RECORD CONTAINS 400
           LABEL RECORD IS STANDARD.
       01  REMESSA-REG PIC X(400).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-FAT             PIC X(002) VALUE "00".
       77  FSTATUS-PARC            PIC X(002) VALUE "00".
       77  FSTATUS-BOL             PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FS-CONVENIO             PIC X(002) VALUE "00".
       77  FS-REMESSA              PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77  WS-QTD-TITULOS          PIC 9(006) VALUE ZEROS.
       77  WS-QTD-ERROS            PIC 9(006) VALUE ZEROS.
       77  WS-SEQ-REG              PIC 9(006) VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZZZZ9 VALUE ZEROS.
       77  WS-REMESSA-ED           PIC ZZZZZZ9 VALUE ZEROS.
       01  WS-PARC-ARQ-SW          PIC X(001) VALUE "N".
           88 WS-PARC-DISPONIVEL              VALUE "S".
           88 WS-PARC-INDISPONIVEL            VALUE "N".
      *-----------------------------------*
      *    A SELECAO RODA DUAS VEZES: A PRIMEIRA SO CONTA OS
      *    TITULOS PENDENTES (SEM NENHUM, NAO HA REMESSA) E A
      *    SEGUNDA GRAVA A REMESSA E O BOLETOS.
      *-----------------------------------*
       01  WS-MODO-SW              PIC X(001) VALUE "C".
           88 WS-MODO-CONTAGEM                VALUE "C".
           88 WS-MODO-GRAVACAO                VALUE "G".
      *-----------------------------------*
      *    TITULO EM MONTAGEM (FATURA INTEIRA OU UMA PARCELA)
      *-----------------------------------*
       77  WS-TIT-FATURA           PIC 9(007) VALUE ZEROS.
       77  WS-TIT-PARCELA          PIC 9(002) VALUE ZEROS.
       77  WS-TIT-COD-CLI          PIC 9(007) VALUE ZEROS.
       77  WS-TIT-VALOR            PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-TIT-VENC             PIC 9(008) VALUE ZEROS.
       77  WS-TIT-EMISSAO          PIC 9(008) VALUE ZEROS.
      *-----------------------------------*
      *    CONVERSAO DE AAAAMMDD PARA O DDMMAA DO CNAB
      *-----------------------------------*
       01  WS-DATA-AAAAMMDD        PIC 9(008) VALUE ZEROS.
       01  WS-DATA-R REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DATA-SEC          PIC 9(002).
           03 WS-DATA-AA           PIC 9(002).
           03 WS-DATA-MM           PIC 9(002).
           03 WS-DATA-DD           PIC 9(002).
       01  WS-DATA-DDMMAA.
           03 WS-CNAB-DD           PIC 9(002) VALUE ZEROS.
           03 WS-CNAB-MM           PIC 9(002) VALUE ZEROS.
           03 WS-CNAB-AA           PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
      *    NUMERO DA REMESSA TIRADO DO CONTROLE CTRLCOD (NEXTCOD)
      *-----------------------------------*
       01  PARAM-NEXTCOD.
           03 WS-NEXT-TIPO         PIC X(008) VALUE "REMESSA".
           03 WS-NEXT-CODIGO       PIC 9(007) VALUE ZEROS.
           03 WS-NEXT-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    REGISTRO HEADER DA REMESSA (TIPO 0)
      *-----------------------------------*
       01  WS-REM-HEADER.
           03 FILLER               PIC X(001) VALUE "0".
           03 FILLER               PIC X(001) VALUE "1".
           03 FILLER               PIC X(007) VALUE "REMESSA".
           03 FILLER               PIC X(002) VALUE "01".
           03 FILLER               PIC X(015) VALUE "COBRANCA".
           03 WS-HDR-COD-EMPRESA   PIC X(020) VALUE SPACES.
           03 WS-HDR-NOME-EMPRESA  PIC X(030) VALUE SPACES.
           03 WS-HDR-COD-BANCO     PIC 9(003) VALUE ZEROS.
           03 WS-HDR-NOME-BANCO    PIC X(015) VALUE SPACES.
           03 WS-HDR-DATA          PIC 9(006) VALUE ZEROS.
           03 FILLER               PIC X(010) VALUE SPACES.
           03 WS-HDR-NUM-REMESSA   PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X(277) VALUE SPACES.
           03 WS-HDR-SEQ           PIC 9(006) VALUE ZEROS.
      *-----------------------------------*
      *    REGISTRO DE TITULO (TIPO 1) - OCORRENCIA 01 = ENTRADA
      *-----------------------------------*
       01  WS-REM-DETALHE.
           03 FILLER               PIC X(001) VALUE "1".
           03 FILLER               PIC X(002) VALUE "02".
           03 WS-DET-CNPJ-EMPRESA  PIC 9(014) VALUE ZEROS.
           03 WS-DET-COD-EMPRESA   PIC X(020) VALUE SPACES.
           03 WS-DET-USO-EMPRESA.
              05 FILLER            PIC X(004) VALUE "FAT ".
              05 WS-DET-USO-FATURA PIC 9(007) VALUE ZEROS.
              05 FILLER            PIC X(005) VALUE " PARC".
              05 WS-DET-USO-PARC   PIC 9(002) VALUE ZEROS.
              05 FILLER            PIC X(007) VALUE SPACES.
           03 WS-DET-NOSSO-NUMERO.
              05 FILLER            PIC 9(002) VALUE ZEROS.
              05 WS-DET-NN-FATURA  PIC 9(007) VALUE ZEROS.
              05 WS-DET-NN-PARCELA PIC 9(002) VALUE ZEROS.
           03 WS-DET-CARTEIRA      PIC X(003) VALUE SPACES.
           03 FILLER               PIC X(032) VALUE SPACES.
           03 FILLER               PIC X(002) VALUE "01".
           03 WS-DET-SEU-NUMERO.
              05 WS-DET-SN-FATURA  PIC 9(007) VALUE ZEROS.
              05 FILLER            PIC X(001) VALUE "-".
              05 WS-DET-SN-PARCELA PIC 9(002) VALUE ZEROS.
           03 WS-DET-VENCIMENTO    PIC 9(006) VALUE ZEROS.
           03 WS-DET-VALOR         PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-DET-COD-BANCO     PIC 9(003) VALUE ZEROS.
           03 FILLER               PIC 9(005) VALUE ZEROS.
           03 FILLER               PIC X(002) VALUE "01".
           03 FILLER               PIC X(001) VALUE "N".
           03 WS-DET-EMISSAO       PIC 9(006) VALUE ZEROS.
           03 FILLER               PIC X(004) VALUE "0000".
           03 FILLER               PIC 9(013) VALUE ZEROS.
           03 FILLER               PIC 9(006) VALUE ZEROS.
           03 FILLER               PIC 9(013) VALUE ZEROS.
           03 FILLER               PIC 9(013) VALUE ZEROS.
           03 FILLER               PIC 9(013) VALUE ZEROS.
           03 FILLER               PIC X(002) VALUE "02".
           03 WS-DET-CNPJ-SACADO   PIC 9(014) VALUE ZEROS.
           03 WS-DET-NOME-SACADO   PIC X(040) VALUE SPACES.
           03 WS-DET-ENDERECO      PIC X(040) VALUE SPACES.
           03 FILLER               PIC X(012) VALUE SPACES.
           03 FILLER               PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC X(060) VALUE SPACES.
           03 WS-DET-SEQ           PIC 9(006) VALUE ZEROS.
      *-----------------------------------*
      *    REGISTRO TRAILER DA REMESSA (TIPO 9)
      *-----------------------------------*
       01  WS-REM-TRAILER.
           03 FILLER               PIC X(001) VALUE "9".
           03 FILLER               PIC X(393) VALUE SPACES.
           03 WS-TRL-SEQ           PIC 9(006) VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-REMCNAB.
           03  REMCNAB-MSG         PIC X(040) VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-REMCNAB.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
           MOVE ZEROS TO WS-QTD-TITULOS
           MOVE ZEROS TO WS-QTD-ERROS
      *
           OPEN INPUT ARQ-CONVENIO
           IF FS-CONVENIO NOT EQUAL "00"
              CLOSE ARQ-CONVENIO
              MOVE "REMCNAB: CONVENIO CONVCOB NAO ENCONTRADO"
                TO REMCNAB-MSG
              GOBACK
           END-IF
           READ ARQ-CONVENIO
           IF FS-CONVENIO NOT EQUAL "00"
              OR COB-COD-BANCO IS NOT NUMERIC
              OR COB-CNPJ-EMPRESA IS NOT NUMERIC
              CLOSE ARQ-CONVENIO
              MOVE "REMCNAB: ERRO NO CONVENIO CONVCOB" TO REMCNAB-MSG
              GOBACK
           END-IF
           CLOSE ARQ-CONVENIO
      *
           OPEN INPUT ARQ-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              CLOSE ARQ-FATURA
              MOVE "REMCNAB: ARQUIVO DE FATURAS NAO ENCONTRADO"
                TO REMCNAB-MSG
              GOBACK
           END-IF
           CLOSE ARQ-FATURA
      *
           OPEN I-O ARQ-BOLETO
           IF FSTATUS-BOL EQUAL "35"
              CLOSE ARQ-BOLETO
              OPEN OUTPUT ARQ-BOLETO
              CLOSE ARQ-BOLETO
              OPEN I-O ARQ-BOLETO
           END-IF
      *
           SET WS-PARC-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-PARCELA
           IF FSTATUS-PARC EQUAL "00"
              SET WS-PARC-DISPONIVEL TO TRUE
           END-IF
      *
           SET WS-MODO-CONTAGEM TO TRUE
           PERFORM 100-SELECIONA-TITULOS
      *
           IF WS-QTD-TITULOS EQUAL ZEROS
              MOVE "REMCNAB: SEM TITULOS A REGISTRAR" TO REMCNAB-MSG
              GO TO 000-ENCERRA
           END-IF
      *
           MOVE ZEROS TO WS-NEXT-CODIGO
           CALL "NEXTCOD" USING PARAM-NEXTCOD
           IF WS-NEXT-CODIGO EQUAL ZEROS
              MOVE "REMCNAB: ERRO NO CONTROLE DE REMESSA"
                TO REMCNAB-MSG
              GO TO 000-ENCERRA
           END-IF
      *
           OPEN INPUT  ARQ-CLIENTE
           OPEN OUTPUT REMESSA-CNAB
      *
           MOVE 1 TO WS-SEQ-REG
           MOVE COB-COD-EMPRESA  TO WS-HDR-COD-EMPRESA
           MOVE COB-NOME-EMPRESA TO WS-HDR-NOME-EMPRESA
           MOVE COB-COD-BANCO    TO WS-HDR-COD-BANCO
           MOVE COB-NOME-BANCO   TO WS-HDR-NOME-BANCO
           MOVE WS-DATA-HOJE     TO WS-DATA-AAAAMMDD
           PERFORM 900-CONVERTE-DATA
           MOVE WS-DATA-DDMMAA   TO WS-HDR-DATA
           MOVE WS-NEXT-CODIGO   TO WS-HDR-NUM-REMESSA
           MOVE WS-SEQ-REG       TO WS-HDR-SEQ
           WRITE REMESSA-REG FROM WS-REM-HEADER
      *
           MOVE ZEROS TO WS-QTD-TITULOS
           SET WS-MODO-GRAVACAO TO TRUE
           PERFORM 100-SELECIONA-TITULOS
      *
           ADD 1 TO WS-SEQ-REG
           MOVE WS-SEQ-REG TO WS-TRL-SEQ
           WRITE REMESSA-REG FROM WS-REM-TRAILER
      *
           CLOSE ARQ-CLIENTE
           CLOSE REMESSA-CNAB
      *
           IF WS-QTD-ERROS GREATER THAN ZEROS
              MOVE "REMCNAB: ERRO AO GRAVAR BOLETOS" TO REMCNAB-MSG
           ELSE
              MOVE WS-NEXT-CODIGO TO WS-REMESSA-ED
              MOVE WS-QTD-TITULOS TO WS-QTD-ED
              STRING "REMESSA " WS-REMESSA-ED
                     " - TITULOS: " WS-QTD-ED
                INTO REMCNAB-MSG
           END-IF.
      *
       000-ENCERRA.
           CLOSE ARQ-BOLETO
           IF WS-PARC-DISPONIVEL
              CLOSE ARQ-PARCELA
           END-IF
      *
           GOBACK.

      *-----------------------------------*
      *    PERCORRE AS FATURAS ABERTAS COM NF-E AUTORIZADA (OU
      *    ANTERIORES A NF-E): A FATURA SEM PARCELAS E UM
      *    TITULO SO; NA FATURA EM PARCELAS CADA PARCELA ABERTA E
      *    UM TITULO.
      *-----------------------------------*
      *
       100-SELECIONA-TITULOS SECTION.
      *
           OPEN INPUT ARQ-FATURA
           READ ARQ-FATURA NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-FAT NOT EQUAL "00"
              IF FAT-ABERTA
                 AND (FAT-NFE-AUTORIZADA OR FAT-NFE-NAO-EMITIDA)
                 IF FAT-QTD-PARCELAS GREATER THAN ZEROS
                    AND WS-PARC-DISPONIVEL
                    PERFORM 110-PARCELAS-FATURA
                 ELSE
                    MOVE NUM-FATURA          TO WS-TIT-FATURA
                    MOVE ZEROS               TO WS-TIT-PARCELA
                    MOVE FAT-COD-CLI         TO WS-TIT-COD-CLI
                    MOVE FAT-VALOR           TO WS-TIT-VALOR
                    MOVE FAT-DATA-VENCIMENTO TO WS-TIT-VENC
                    MOVE FAT-DATA-EMISSAO    TO WS-TIT-EMISSAO
                    PERFORM 200-TRATA-TITULO
                 END-IF
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-FATURA.

      *-----------------------------------*
      *
       110-PARCELAS-FATURA SECTION.
      *
           MOVE NUM-FATURA TO PARC-NUM-FATURA
           MOVE ZEROS      TO PARC-NUM
           START ARQ-PARCELA KEY IS NOT LESS THAN PARC-CHAVE
              INVALID KEY
                 GO TO 110-FIM
           END-START
      *
           READ ARQ-PARCELA NEXT RECORD
           PERFORM UNTIL FSTATUS-PARC NOT EQUAL "00"
                      OR PARC-NUM-FATURA NOT EQUAL NUM-FATURA
              IF PARC-ABERTA
                 MOVE NUM-FATURA           TO WS-TIT-FATURA
                 MOVE PARC-NUM             TO WS-TIT-PARCELA
                 MOVE FAT-COD-CLI          TO WS-TIT-COD-CLI
                 MOVE PARC-VALOR           TO WS-TIT-VALOR
                 MOVE PARC-DATA-VENCIMENTO TO WS-TIT-VENC
                 MOVE FAT-DATA-EMISSAO     TO WS-TIT-EMISSAO
                 PERFORM 200-TRATA-TITULO
              END-IF
              READ ARQ-PARCELA NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PARC.
      *
       110-FIM.
           EXIT.

      *-----------------------------------*
      *    TITULO JA ENVIADO E NAO REJEITADO FICA DE FORA. NA
      *    GRAVACAO, SAI O REGISTRO TIPO 1 E O BOLETO E GRAVADO (OU
      *    REGRAVADO, NO REENVIO DO REJEITADO) COMO ENVIADO.
      *-----------------------------------*
      *
       200-TRATA-TITULO SECTION.
      *
           MOVE WS-TIT-FATURA  TO BOL-NUM-FATURA
           MOVE WS-TIT-PARCELA TO BOL-PARCELA
           READ ARQ-BOLETO RECORD
             KEY IS BOL-NOSSO-NUMERO
           IF FSTATUS-BOL EQUAL "00"
              AND NOT BOL-REJEITADO
              GO TO 200-FIM
           END-IF
      *
           ADD 1 TO WS-QTD-TITULOS
           IF WS-MODO-CONTAGEM
              GO TO 200-FIM
           END-IF
      *
           PERFORM 210-GRAVA-DETALHE
      *
           MOVE WS-TIT-FATURA  TO BOL-NUM-FATURA
           MOVE WS-TIT-PARCELA TO BOL-PARCELA
           MOVE WS-TIT-COD-CLI TO BOL-COD-CLI
           MOVE WS-TIT-VALOR   TO BOL-VALOR
           MOVE WS-TIT-VENC    TO BOL-DATA-VENCIMENTO
           MOVE WS-NEXT-CODIGO TO BOL-NUM-REMESSA
           MOVE WS-DATA-HOJE   TO BOL-DATA-REMESSA
           MOVE "E"            TO BOL-SITUACAO
           MOVE ZEROS          TO BOL-ULT-OCORRENCIA
           MOVE ZEROS          TO BOL-DATA-OCORRENCIA
           MOVE SPACES         TO BOL-MOTIVO-REJEICAO
           IF FSTATUS-BOL EQUAL "00"
              REWRITE ARQ-BOL-REG
           ELSE
              MOVE ZEROS TO BOL-VALOR-TARIFA
              WRITE ARQ-BOL-REG
           END-IF
           IF FSTATUS-BOL NOT EQUAL "00"
              ADD 1 TO WS-QTD-ERROS
           END-IF.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *    REGISTRO DE ENTRADA DO TITULO COM OS DADOS DO SACADO. O
      *    CADASTRO NAO TEM LOGRADOURO: O ENDERECO LEVA CIDADE/UF.
      *-----------------------------------*
      *
       210-GRAVA-DETALHE SECTION.
      *
           MOVE ZEROS  TO WS-DET-CNPJ-SACADO
           MOVE SPACES TO WS-DET-NOME-SACADO
           MOVE SPACES TO WS-DET-ENDERECO
      *
           MOVE WS-TIT-COD-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI EQUAL "00"
              MOVE CNPJ-CLI     TO WS-DET-CNPJ-SACADO
              MOVE RAZAO-SOCIAL TO WS-DET-NOME-SACADO
              STRING CIDADE-CLI DELIMITED BY "  "
                     " - "      DELIMITED BY SIZE
                     UF-CLI     DELIMITED BY SIZE
                INTO WS-DET-ENDERECO
           END-IF
      *
           ADD 1 TO WS-SEQ-REG
           MOVE COB-CNPJ-EMPRESA TO WS-DET-CNPJ-EMPRESA
           MOVE COB-COD-EMPRESA  TO WS-DET-COD-EMPRESA
           MOVE WS-TIT-FATURA    TO WS-DET-USO-FATURA
           MOVE WS-TIT-PARCELA   TO WS-DET-USO-PARC
           MOVE WS-TIT-FATURA    TO WS-DET-NN-FATURA
           MOVE WS-TIT-PARCELA   TO WS-DET-NN-PARCELA
           MOVE COB-CARTEIRA     TO WS-DET-CARTEIRA
           MOVE WS-TIT-FATURA    TO WS-DET-SN-FATURA
           MOVE WS-TIT-PARCELA   TO WS-DET-SN-PARCELA
           MOVE WS-TIT-VENC      TO WS-DATA-AAAAMMDD
           PERFORM 900-CONVERTE-DATA
           MOVE WS-DATA-DDMMAA   TO WS-DET-VENCIMENTO
           MOVE WS-TIT-VALOR     TO WS-DET-VALOR
           MOVE COB-COD-BANCO    TO WS-DET-COD-BANCO
           MOVE WS-TIT-EMISSAO   TO WS-DATA-AAAAMMDD
           PERFORM 900-CONVERTE-DATA
           MOVE WS-DATA-DDMMAA   TO WS-DET-EMISSAO
           MOVE WS-SEQ-REG       TO WS-DET-SEQ
           WRITE REMESSA-REG FROM WS-REM-DETALHE.

      *-----------------------------------*
      *
       900-CONVERTE-DATA SECTION.
      *
           MOVE WS-DATA-DD TO WS-CNAB-DD
           MOVE WS-DATA-MM TO WS-CNAB-MM
           MOVE WS-DATA-AA TO WS-CNAB-AA.
      *
       END PROGRAM REMCNAB.
      *-----------------------------------*
