       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CARTACOB.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    REGUA DE COBRANCA: LEVANTA OS TITULOS VENCIDOS EM ABERTO
      *    (FATURA OU PARCELA COM SALDO, COMO NO RELAGING) E EMITE
      *    POR CLIENTE A CARTA DA FAIXA DO TITULO MAIS ATRASADO:
      *    ATE 30 DIAS = PRIMEIRO AVISO, 31 A 60 = SEGUNDO AVISO,
      *    ACIMA DE 60 = AVISO FINAL. AS CARTAS SAEM EM CARTACOB.TXT
      *    E FICAM NO HISTORICO COBHIST, QUE IMPEDE O REENVIO DO
      *    MESMO AVISO ENQUANTO O ATRASO NAO FOR REGULARIZADO.
      *    O CLIENTE COM TITULOS VENCIDOS HA MAIS DE BLOQDIAS DIAS
      *    SOMANDO PELO MENOS BLOQVALR (PARAMSIS) TEM O CREDITO
      *    BLOQUEADO (BLOQ-CRED-CLI) E NAO RECEBE PEDIDO NOVO; O
      *    BLOQUEIO CAI QUANDO O ATRASO DEIXA DE ATINGIR O LIMITE
      *    (AQUI OU NA BAIXA, PELO LIBCRED). SEM BLOQDIAS NO
      *    PARAMSIS NAO HA BLOQUEIO AUTOMATICO.
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
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-COBHIST   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CBH.
           SELECT ARQ-PARAMSIS  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAR-TIPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAR.
           SELECT ARQ-SORT      ASSIGN TO "CARTACOB.TMP"
                  FILE STATUS   IS FS-SORT.
           SELECT CARTA-DOC     ASSIGN TO "CARTACOB.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DOC.
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
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-COBHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'COBHIST'.
       COPY "BOOKCBH.CPY".
      *
       FD  ARQ-PARAMSIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARAMSIS'.
       COPY "BOOKPAR.CPY".
      *
      *    UM REGISTRO POR TITULO VENCIDO COM SALDO. O REGISTRO COM
      *    FATURA ZERO SO MARCA O CLIENTE (BLOQUEADO OU COM CICLO DE
      *    COBRANCA ABERTO) PARA QUE ELE SEJA REAVALIADO MESMO SEM
      *    TITULO VENCIDO.
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SORT-COD-CLI          PIC 9(007).
           03 SORT-NUM-FATURA       PIC 9(007).
           03 SORT-PARCELA          PIC 9(002).
           03 SORT-VENC             PIC 9(008).
           03 SORT-DIAS             PIC 9(005).
           03 SORT-SALDO            PIC 9(009)V9(002).
      *
       FD  CARTA-DOC.
       01  DOC-REG PIC X(080).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-FAT             PIC X(002) VALUE "00".
       77  FSTATUS-PAG             PIC X(002) VALUE "00".
       77  FSTATUS-PARC            PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-CBH             PIC X(002) VALUE "00".
       77  FSTATUS-PAR             PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-DOC                  PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77  WS-HOJE-INT             PIC 9(007) VALUE ZEROS.
       77  WS-VENC-INT             PIC 9(007) VALUE ZEROS.
       77  WS-DIAS-ATRASO          PIC S9(005) VALUE ZEROS.
       77  WS-VALOR-PAGO           PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-SALDO-FAT            PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-CLI-ATUAL            PIC 9(007) VALUE 9999999.
       01  WS-PAG-ARQ-SW           PIC X(001) VALUE "N".
           88 WS-PAG-DISPONIVEL               VALUE "S".
           88 WS-PAG-INDISPONIVEL             VALUE "N".
       01  WS-PARC-ARQ-SW          PIC X(001) VALUE "N".
           88 WS-PARC-DISPONIVEL              VALUE "S".
           88 WS-PARC-INDISPONIVEL            VALUE "N".
      *-----------------------------------*
      *    TITULO EM ANALISE: A FATURA INTEIRA (PARCELA ZERO) OU UMA
      *    PARCELA DELA, COM O VALOR E O VENCIMENTO CORRESPONDENTES.
      *-----------------------------------*
       77  WS-NUM-PARC             PIC 9(002) VALUE ZEROS.
       77  WS-VALOR-BASE           PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-VENC-BASE            PIC 9(008) VALUE ZEROS.
      *-----------------------------------*
      *    LIMITES DO BLOQUEIO DE CREDITO (PARAMSIS BLOQDIAS E
      *    BLOQVALR). SEM BLOQDIAS O BLOQUEIO AUTOMATICO FICA
      *    DESLIGADO E OS BLOQUEIOS EXISTENTES SAO LIBERADOS.
      *-----------------------------------*
       77  WS-BLOQ-DIAS            PIC 9(005) VALUE ZEROS.
       77  WS-BLOQ-VALOR           PIC 9(007)V9(002) VALUE ZEROS.
       01  WS-BLOQ-SW              PIC X(001) VALUE "N".
           88 WS-BLOQ-ATIVO                   VALUE "S".
           88 WS-BLOQ-DESLIGADO               VALUE "N".
       01  WS-DECISAO-SW           PIC X(001) VALUE "N".
           88 WS-DEVE-BLOQUEAR                VALUE "S".
           88 WS-NAO-BLOQUEAR                 VALUE "N".
      *-----------------------------------*
      *    ACUMULADORES DO CLIENTE CORRENTE. OS PRIMEIROS TITULOS
      *    FICAM NA TABELA PARA A LISTAGEM DA CARTA; O TOTAL VALE
      *    PARA TODOS.
      *-----------------------------------*
       01  WS-ACUM.
           03 WS-AC-QTD-TIT        PIC 9(003) VALUE ZEROS.
           03 WS-AC-MAIOR-DIAS     PIC 9(005) VALUE ZEROS.
           03 WS-AC-VALOR-ATRASO   PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-AC-VALOR-BLOQ     PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-AC-TIT OCCURS 50 TIMES.
              05 WS-AC-TIT-FATURA  PIC 9(007).
              05 WS-AC-TIT-PARCELA PIC 9(002).
              05 WS-AC-TIT-VENC    PIC 9(008).
              05 WS-AC-TIT-DIAS    PIC 9(005).
              05 WS-AC-TIT-SALDO   PIC 9(009)V9(002).
       77  WS-IDX-TIT              PIC 9(003) VALUE ZEROS.
       77  WS-IDX-LIN              PIC 9(001) VALUE ZEROS.
       77  WS-NIVEL-CARTA          PIC 9(001) VALUE ZEROS.
       77  WS-NIVEL-ENVIADO        PIC 9(001) VALUE ZEROS.
       77  WS-EVENTO               PIC 9(001) VALUE ZEROS.
      *-----------------------------------*
       77  WS-QTD-CARTAS           PIC 9(005) VALUE ZEROS.
       77  WS-QTD-BLOQ             PIC 9(005) VALUE ZEROS.
       77  WS-QTD-LIBER            PIC 9(005) VALUE ZEROS.
       77  WS-QTD-ERROS            PIC 9(005) VALUE ZEROS.
       01  WS-MSG-FINAL.
           03 FILLER               PIC X(007) VALUE "CARTAS:".
           03 WS-MSG-CARTAS        PIC 9(005) VALUE ZEROS.
           03 FILLER               PIC X(006) VALUE " BLOQ:".
           03 WS-MSG-BLOQ          PIC 9(005) VALUE ZEROS.
           03 FILLER               PIC X(007) VALUE " LIBER:".
           03 WS-MSG-LIBER         PIC 9(005) VALUE ZEROS.
      *-----------------------------------*
      *    AREA DE CHAMADA DO GRAVADOR DE JOURNAL DE ALTERACOES
      *    JRNMASTER (SUBPROGRAMA GRVJRNL), PARA A RECUPERACAO POR
      *    REPROCESSAMENTO (RECMASTER)
      *-----------------------------------*
       01  PARAM-JRNL.
           03 WS-JRN-ARQUIVO        PIC X(012) VALUE SPACES.
           03 WS-JRN-OPERACAO       PIC X(001) VALUE SPACES.
           03 WS-JRN-CHAVE          PIC X(014) VALUE SPACES.
           03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
           03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *-----------------------------------*
      *    TEXTO DA CARTA POR NIVEL: TITULO E TRES LINHAS
      *-----------------------------------*
       01  WS-TEXTOS-CARTA.
           03 FILLER               PIC X(056) VALUE
            "AVISO DE COBRANCA - PRIMEIRO AVISO".
           03 FILLER               PIC X(056) VALUE
            "CONSTAM EM ABERTO EM NOSSOS REGISTROS OS TITULOS ABAIXO,".
           03 FILLER               PIC X(056) VALUE
            "JA VENCIDOS. CASO O PAGAMENTO JA TENHA SIDO EFETUADO,".
           03 FILLER               PIC X(056) VALUE
            "POR FAVOR DESCONSIDERE ESTE AVISO.".
           03 FILLER               PIC X(056) VALUE
            "AVISO DE COBRANCA - SEGUNDO AVISO".
           03 FILLER               PIC X(056) VALUE
            "AINDA NAO IDENTIFICAMOS O PAGAMENTO DOS TITULOS ABAIXO,".
           03 FILLER               PIC X(056) VALUE
            "JA COMUNICADOS EM AVISO ANTERIOR. SOLICITAMOS A".
           03 FILLER               PIC X(056) VALUE
            "REGULARIZACAO NO PRAZO DE 5 DIAS.".
           03 FILLER               PIC X(056) VALUE
            "AVISO DE COBRANCA - AVISO FINAL".
           03 FILLER               PIC X(056) VALUE
            "ESTE E O ULTIMO AVISO ANTES DO ENVIO DOS TITULOS ABAIXO".
           03 FILLER               PIC X(056) VALUE
            "PARA COBRANCA EXTERNA. NOVOS PEDIDOS PODEM FICAR".
           03 FILLER               PIC X(056) VALUE
            "SUSPENSOS ATE A QUITACAO DO SALDO EM ATRASO.".
       01  WS-TAB-TEXTOS REDEFINES WS-TEXTOS-CARTA.
           03 WS-TEXTO-NIVEL OCCURS 3 TIMES.
              05 WS-TEXTO-TITULO   PIC X(056).
              05 WS-TEXTO-LINHA    PIC X(056) OCCURS 3 TIMES.
      *-----------------------------------*
      *    LINHAS DA CARTA IMPRIMIVEL
      *-----------------------------------*
       01  WS-DOC-TRACO            PIC X(072) VALUE ALL "=".
       01  WS-DOC-LIN-TITULO.
           03 FILLER               PIC X(008) VALUE SPACES.
           03 WS-DOC-TITULO        PIC X(056) VALUE SPACES.
       01  WS-DOC-LIN-DATA.
           03 FILLER               PIC X(006) VALUE "DATA: ".
           03 WS-DOC-DATA          PIC 9(008) VALUE ZEROS.
       01  WS-DOC-LIN-CLI.
           03 FILLER               PIC X(009) VALUE "CLIENTE: ".
           03 WS-DOC-COD-CLI       PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE SPACE.
           03 WS-DOC-RAZAO         PIC X(040) VALUE SPACES.
       01  WS-DOC-LIN-CID.
           03 FILLER               PIC X(008) VALUE "CIDADE: ".
           03 WS-DOC-CIDADE        PIC X(030) VALUE SPACES.
           03 FILLER               PIC X(005) VALUE " UF: ".
           03 WS-DOC-UF            PIC X(002) VALUE SPACES.
       01  WS-DOC-LIN-TEXTO.
           03 WS-DOC-TEXTO         PIC X(056) VALUE SPACES.
       01  WS-DOC-CAB-TIT          PIC X(072) VALUE
           "FATURA  PARC  VENCIMENTO  DIAS ATRASO           SALDO".
       01  WS-DOC-LIN-TIT.
           03 WS-DOC-FATURA        PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X(003) VALUE SPACES.
           03 WS-DOC-PARCELA       PIC 9(002) VALUE ZEROS.
           03 FILLER               PIC X(003) VALUE SPACES.
           03 WS-DOC-VENC          PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC X(005) VALUE SPACES.
           03 WS-DOC-DIAS          PIC ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC X(006) VALUE SPACES.
           03 WS-DOC-SALDO         PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  WS-DOC-LIN-MAIS.
           03 FILLER               PIC X(006) VALUE "MAIS ".
           03 WS-DOC-QTD-MAIS      PIC ZZ9    VALUE ZEROS.
           03 FILLER               PIC X(033) VALUE
              " TITULO(S) VENCIDO(S) NO TOTAL.".
       01  WS-DOC-LIN-TOTAL.
           03 FILLER               PIC X(020) VALUE
              "TOTAL EM ATRASO....:".
           03 FILLER               PIC X(021) VALUE SPACES.
           03 WS-DOC-TOTAL         PIC ZZZZZZZZ9,99 VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-CARTACOB.
           03  CARTACOB-MSG        PIC X(040) VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-CARTACOB.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
      *
           OPEN INPUT ARQ-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              CLOSE ARQ-FATURA
              MOVE "CARTACOB: ARQUIVO DE FATURAS NAO ENCONTRADO"
                TO CARTACOB-MSG
              GOBACK
           END-IF
           CLOSE ARQ-FATURA
      *
           OPEN I-O ARQ-CLIENTE
           IF FSTATUS-CLI NOT EQUAL "00"
              CLOSE ARQ-CLIENTE
              MOVE "CARTACOB: ERRO AO ABRIR CLIENTES"
                TO CARTACOB-MSG
              GOBACK
           END-IF
      *
           OPEN I-O ARQ-COBHIST
           IF FSTATUS-CBH EQUAL "35"
              CLOSE ARQ-COBHIST
              OPEN OUTPUT ARQ-COBHIST
              CLOSE ARQ-COBHIST
              OPEN I-O ARQ-COBHIST
           END-IF
           IF FSTATUS-CBH NOT EQUAL "00"
              CLOSE ARQ-COBHIST
              CLOSE ARQ-CLIENTE
              MOVE "CARTACOB: ERRO AO ABRIR COBHIST"
                TO CARTACOB-MSG
              GOBACK
           END-IF
      *
           PERFORM 920-LE-LIMITES-BLOQUEIO
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SORT-COD-CLI
                                 SORT-NUM-FATURA
                                 SORT-PARCELA
                INPUT  PROCEDURE IS 100-SELECIONA
                OUTPUT PROCEDURE IS 200-PROCESSA-CLIENTES
      *
           CLOSE ARQ-COBHIST
           CLOSE ARQ-CLIENTE
      *
           IF WS-QTD-ERROS GREATER THAN ZEROS
              MOVE "CARTACOB: ERRO AO GRAVAR COBHIST/CLIENTE"
                TO CARTACOB-MSG
           ELSE
              MOVE WS-QTD-CARTAS TO WS-MSG-CARTAS
              MOVE WS-QTD-BLOQ   TO WS-MSG-BLOQ
              MOVE WS-QTD-LIBER  TO WS-MSG-LIBER
              MOVE WS-MSG-FINAL  TO CARTACOB-MSG
           END-IF
      *
           GOBACK.

      *-----------------------------------*
      *    UMA LIBERACAO POR TITULO VENCIDO COM SALDO (FATURA ABERTA
      *    OU PARCELA ABERTA DA FATURA EM PARCELAS), MAIS AS MARCAS
      *    DOS CLIENTES BLOQUEADOS E DOS CICLOS AINDA ABERTOS.
      *-----------------------------------*
      *
       100-SELECIONA SECTION.
      *
           SET WS-PAG-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-PAGTO
           IF FSTATUS-PAG EQUAL "00"
              SET WS-PAG-DISPONIVEL TO TRUE
           END-IF
      *
           SET WS-PARC-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-PARCELA
           IF FSTATUS-PARC EQUAL "00"
              SET WS-PARC-DISPONIVEL TO TRUE
           END-IF
      *
           OPEN INPUT ARQ-FATURA
      *
           READ ARQ-FATURA NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-FAT NOT EQUAL "00"
              IF FAT-ABERTA
                 IF FAT-QTD-PARCELAS GREATER THAN ZEROS
                    AND WS-PARC-DISPONIVEL
                    PERFORM 130-SELECIONA-PARCELAS
                 ELSE
                    MOVE ZEROS               TO WS-NUM-PARC
                    MOVE FAT-VALOR           TO WS-VALOR-BASE
                    MOVE FAT-DATA-VENCIMENTO TO WS-VENC-BASE
                    PERFORM 110-CALCULA-SALDO
                    IF WS-SALDO-FAT GREATER THAN ZEROS
                       PERFORM 120-LIBERA-TITULO
                    END-IF
                 END-IF
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-FATURA
           IF WS-PAG-DISPONIVEL
              CLOSE ARQ-PAGTO
           END-IF
           IF WS-PARC-DISPONIVEL
              CLOSE ARQ-PARCELA
           END-IF
      *
           PERFORM 140-MARCA-CLIENTES.

      *-----------------------------------*
      *
       110-CALCULA-SALDO SECTION.
      *
           MOVE ZEROS TO WS-VALOR-PAGO
      *
           IF WS-PAG-INDISPONIVEL
              GO TO 110-SALDO
           END-IF
      *
           MOVE NUM-FATURA TO PAG-NUM-FATURA
           MOVE ZEROS      TO PAG-SEQ
           START ARQ-PAGTO KEY IS NOT LESS THAN PAG-CHAVE
              INVALID KEY
                 GO TO 110-SALDO
           END-START
      *
           READ ARQ-PAGTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PAG NOT EQUAL "00"
                      OR PAG-NUM-FATURA NOT EQUAL NUM-FATURA
              IF PAG-PARCELA EQUAL WS-NUM-PARC
                 OR WS-NUM-PARC EQUAL ZEROS
                 ADD PAG-VALOR TO WS-VALOR-PAGO
              END-IF
              READ ARQ-PAGTO NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PAG.
      *
       110-SALDO.
           COMPUTE WS-SALDO-FAT = WS-VALOR-BASE - WS-VALOR-PAGO.
      *
       110-FIM.
           EXIT.

      *-----------------------------------*
      *    SO ENTRA O TITULO JA VENCIDO (UM DIA OU MAIS DE ATRASO).
      *-----------------------------------*
      *
       120-LIBERA-TITULO SECTION.
      *
           COMPUTE WS-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-VENC-BASE)
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
      *
           IF WS-DIAS-ATRASO NOT GREATER THAN ZEROS
              GO TO 120-FIM
           END-IF
      *
           MOVE FAT-COD-CLI    TO SORT-COD-CLI
           MOVE NUM-FATURA     TO SORT-NUM-FATURA
           MOVE WS-NUM-PARC    TO SORT-PARCELA
           MOVE WS-VENC-BASE   TO SORT-VENC
           MOVE WS-DIAS-ATRASO TO SORT-DIAS
           MOVE WS-SALDO-FAT   TO SORT-SALDO
           RELEASE REG-SORT.
      *
       120-FIM.
           EXIT.

      *-----------------------------------*
      *    PARCELAS EM ABERTO DA FATURA CORRENTE: CADA UMA COM SALDO
      *    E VENCIDA E UM TITULO DA CARTA.
      *-----------------------------------*
      *
       130-SELECIONA-PARCELAS SECTION.
      *
           MOVE NUM-FATURA TO PARC-NUM-FATURA
           MOVE ZEROS      TO PARC-NUM
           START ARQ-PARCELA KEY IS NOT LESS THAN PARC-CHAVE
              INVALID KEY
                 GO TO 130-FIM
           END-START
      *
           READ ARQ-PARCELA NEXT RECORD
           PERFORM UNTIL FSTATUS-PARC NOT EQUAL "00"
                      OR PARC-NUM-FATURA NOT EQUAL NUM-FATURA
              IF PARC-ABERTA
                 MOVE PARC-NUM             TO WS-NUM-PARC
                 MOVE PARC-VALOR           TO WS-VALOR-BASE
                 MOVE PARC-DATA-VENCIMENTO TO WS-VENC-BASE
                 PERFORM 110-CALCULA-SALDO
                 IF WS-SALDO-FAT GREATER THAN ZEROS
                    PERFORM 120-LIBERA-TITULO
                 END-IF
              END-IF
              READ ARQ-PARCELA NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PARC.
      *
       130-FIM.
           EXIT.

      *-----------------------------------*
      *    MARCAS SEM TITULO: CLIENTE BLOQUEADO (PARA LIBERAR QUEM
      *    JA PAGOU) E CLIENTE COM CICLO ABERTO NO COBHIST (PARA
      *    ENCERRAR O CICLO DE QUEM REGULARIZOU).
      *-----------------------------------*
      *
       140-MARCA-CLIENTES SECTION.
      *
           MOVE ZEROS TO SORT-NUM-FATURA
           MOVE ZEROS TO SORT-PARCELA
           MOVE ZEROS TO SORT-VENC
           MOVE ZEROS TO SORT-DIAS
           MOVE ZEROS TO SORT-SALDO
      *
           MOVE ZEROS TO COD-CLI
           START ARQ-CLIENTE KEY IS NOT LESS THAN COD-CLI
              INVALID KEY
                 MOVE "10" TO FSTATUS-CLI
           END-START
           IF FSTATUS-CLI EQUAL "00"
              READ ARQ-CLIENTE NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-CLI NOT EQUAL "00"
              IF CLI-CRED-BLOQUEADO
                 MOVE COD-CLI TO SORT-COD-CLI
                 RELEASE REG-SORT
              END-IF
              READ ARQ-CLIENTE NEXT RECORD
           END-PERFORM
           MOVE "00" TO FSTATUS-CLI
      *
           MOVE LOW-VALUES TO CBH-CHAVE
           START ARQ-COBHIST KEY IS NOT LESS THAN CBH-CHAVE
              INVALID KEY
                 MOVE "10" TO FSTATUS-CBH
           END-START
           IF FSTATUS-CBH EQUAL "00"
              READ ARQ-COBHIST NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-CBH NOT EQUAL "00"
              IF CBH-CICLO-ABERTO
                 MOVE CBH-COD-CLI TO SORT-COD-CLI
                 RELEASE REG-SORT
              END-IF
              READ ARQ-COBHIST NEXT RECORD
           END-PERFORM
           MOVE "00" TO FSTATUS-CBH.

      *-----------------------------------*
      *    PERCORRE OS TITULOS ORDENADOS POR CLIENTE, ACUMULANDO O
      *    ATRASO DE CADA UM ATE A QUEBRA.
      *-----------------------------------*
      *
       200-PROCESSA-CLIENTES SECTION.
      *
           OPEN OUTPUT CARTA-DOC
           MOVE 9999999 TO WS-CLI-ATUAL
           INITIALIZE WS-ACUM
      *
           RETURN ARQ-SORT
              AT END MOVE "10" TO FS-SORT
           END-RETURN
      *
           PERFORM UNTIL FS-SORT NOT EQUAL "00"
              IF SORT-COD-CLI NOT EQUAL WS-CLI-ATUAL
                 PERFORM 210-AVALIA-CLIENTE
                 MOVE SORT-COD-CLI TO WS-CLI-ATUAL
                 INITIALIZE WS-ACUM
              END-IF
              IF SORT-NUM-FATURA GREATER THAN ZEROS
                 PERFORM 205-ACUMULA-TITULO
              END-IF
              RETURN ARQ-SORT
                 AT END MOVE "10" TO FS-SORT
              END-RETURN
           END-PERFORM
      *
           PERFORM 210-AVALIA-CLIENTE
           CLOSE CARTA-DOC.

      *-----------------------------------*
      *
       205-ACUMULA-TITULO SECTION.
      *
           ADD 1 TO WS-AC-QTD-TIT
           ADD SORT-SALDO TO WS-AC-VALOR-ATRASO
           IF SORT-DIAS GREATER THAN WS-AC-MAIOR-DIAS
              MOVE SORT-DIAS TO WS-AC-MAIOR-DIAS
           END-IF
           IF WS-BLOQ-ATIVO
              AND SORT-DIAS GREATER THAN WS-BLOQ-DIAS
              ADD SORT-SALDO TO WS-AC-VALOR-BLOQ
           END-IF
      *
           IF WS-AC-QTD-TIT NOT GREATER THAN 50
              MOVE WS-AC-QTD-TIT   TO WS-IDX-TIT
              MOVE SORT-NUM-FATURA TO WS-AC-TIT-FATURA(WS-IDX-TIT)
              MOVE SORT-PARCELA    TO WS-AC-TIT-PARCELA(WS-IDX-TIT)
              MOVE SORT-VENC       TO WS-AC-TIT-VENC(WS-IDX-TIT)
              MOVE SORT-DIAS       TO WS-AC-TIT-DIAS(WS-IDX-TIT)
              MOVE SORT-SALDO      TO WS-AC-TIT-SALDO(WS-IDX-TIT)
           END-IF.

      *-----------------------------------*
      *    FECHAMENTO DO CLIENTE: SEM TITULO VENCIDO ENCERRA O CICLO
      *    DE COBRANCA; COM ATRASO, EMITE A CARTA DA FAIXA SE ELA
      *    AINDA NAO FOI ENVIADA NO CICLO. EM SEGUIDA REAVALIA O
      *    BLOQUEIO DE CREDITO.
      *-----------------------------------*
      *
       210-AVALIA-CLIENTE SECTION.
      *
           IF WS-CLI-ATUAL EQUAL 9999999
              GO TO 210-FIM
           END-IF
      *
           MOVE WS-CLI-ATUAL TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              GO TO 210-FIM
           END-IF
      *
           IF WS-AC-QTD-TIT EQUAL ZEROS
              PERFORM 230-ENCERRA-CICLO
              GO TO 210-BLOQUEIO
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-AC-MAIOR-DIAS NOT GREATER THAN 30
                 MOVE 1 TO WS-NIVEL-CARTA
              WHEN WS-AC-MAIOR-DIAS NOT GREATER THAN 60
                 MOVE 2 TO WS-NIVEL-CARTA
              WHEN OTHER
                 MOVE 3 TO WS-NIVEL-CARTA
           END-EVALUATE
      *
           PERFORM 220-NIVEL-ENVIADO
           IF WS-NIVEL-CARTA GREATER THAN WS-NIVEL-ENVIADO
              PERFORM 240-EMITE-CARTA
              MOVE WS-NIVEL-CARTA TO WS-EVENTO
              PERFORM 800-GRAVA-HISTORICO
              ADD 1 TO WS-QTD-CARTAS
           END-IF.
      *
       210-BLOQUEIO.
           PERFORM 250-AVALIA-BLOQUEIO.
      *
       210-FIM.
           EXIT.

      *-----------------------------------*
      *    MAIOR AVISO JA ENVIADO NO CICLO ABERTO DO CLIENTE
      *-----------------------------------*
      *
       220-NIVEL-ENVIADO SECTION.
      *
           MOVE ZEROS TO WS-NIVEL-ENVIADO
      *
           MOVE WS-CLI-ATUAL TO CBH-COD-CLI
           MOVE ZEROS        TO CBH-DATA
           MOVE ZEROS        TO CBH-EVENTO
           START ARQ-COBHIST KEY IS NOT LESS THAN CBH-CHAVE
              INVALID KEY
                 GO TO 220-FIM
           END-START
      *
           READ ARQ-COBHIST NEXT RECORD
           PERFORM UNTIL FSTATUS-CBH NOT EQUAL "00"
                      OR CBH-COD-CLI NOT EQUAL WS-CLI-ATUAL
              IF CBH-CICLO-ABERTO AND CBH-CARTA
                 AND CBH-EVENTO GREATER THAN WS-NIVEL-ENVIADO
                 MOVE CBH-EVENTO TO WS-NIVEL-ENVIADO
              END-IF
              READ ARQ-COBHIST NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-CBH.
      *
       220-FIM.
           EXIT.

      *-----------------------------------*
      *    CLIENTE REGULARIZADO: TODOS OS EVENTOS DO CICLO ABERTO
      *    PASSAM A ENCERRADOS, E O PROXIMO ATRASO RECOMECA PELO
      *    PRIMEIRO AVISO.
      *-----------------------------------*
      *
       230-ENCERRA-CICLO SECTION.
      *
           MOVE WS-CLI-ATUAL TO CBH-COD-CLI
           MOVE ZEROS        TO CBH-DATA
           MOVE ZEROS        TO CBH-EVENTO
           START ARQ-COBHIST KEY IS NOT LESS THAN CBH-CHAVE
              INVALID KEY
                 GO TO 230-FIM
           END-START
      *
           READ ARQ-COBHIST NEXT RECORD
           PERFORM UNTIL FSTATUS-CBH NOT EQUAL "00"
                      OR CBH-COD-CLI NOT EQUAL WS-CLI-ATUAL
              IF CBH-CICLO-ABERTO
                 SET CBH-CICLO-ENCERRADO TO TRUE
                 REWRITE ARQ-CBH-REG
                 IF FSTATUS-CBH NOT EQUAL "00"
                    ADD 1 TO WS-QTD-ERROS
                 END-IF
              END-IF
              READ ARQ-COBHIST NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-CBH.
      *
       230-FIM.
           EXIT.

      *-----------------------------------*
      *    CARTA IMPRIMIVEL DO CLIENTE NO NIVEL WS-NIVEL-CARTA
      *-----------------------------------*
      *
       240-EMITE-CARTA SECTION.
      *
           MOVE WS-TEXTO-TITULO(WS-NIVEL-CARTA) TO WS-DOC-TITULO
           MOVE WS-DATA-HOJE  TO WS-DOC-DATA
           MOVE COD-CLI       TO WS-DOC-COD-CLI
           MOVE RAZAO-SOCIAL  TO WS-DOC-RAZAO
           MOVE CIDADE-CLI    TO WS-DOC-CIDADE
           MOVE UF-CLI        TO WS-DOC-UF
      *
           WRITE DOC-REG FROM WS-DOC-TRACO
           WRITE DOC-REG FROM WS-DOC-LIN-TITULO
           WRITE DOC-REG FROM WS-DOC-TRACO
           WRITE DOC-REG FROM WS-DOC-LIN-DATA
           WRITE DOC-REG FROM WS-DOC-LIN-CLI
           WRITE DOC-REG FROM WS-DOC-LIN-CID
           MOVE SPACES TO DOC-REG
           WRITE DOC-REG
      *
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > 3
              MOVE WS-TEXTO-LINHA(WS-NIVEL-CARTA, WS-IDX-LIN)
                TO WS-DOC-TEXTO
              WRITE DOC-REG FROM WS-DOC-LIN-TEXTO
           END-PERFORM
           MOVE SPACES TO DOC-REG
           WRITE DOC-REG
      *
           WRITE DOC-REG FROM WS-DOC-CAB-TIT
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-AC-QTD-TIT
                      OR WS-IDX-TIT > 50
              MOVE WS-AC-TIT-FATURA(WS-IDX-TIT)  TO WS-DOC-FATURA
              MOVE WS-AC-TIT-PARCELA(WS-IDX-TIT) TO WS-DOC-PARCELA
              MOVE WS-AC-TIT-VENC(WS-IDX-TIT)    TO WS-DOC-VENC
              MOVE WS-AC-TIT-DIAS(WS-IDX-TIT)    TO WS-DOC-DIAS
              MOVE WS-AC-TIT-SALDO(WS-IDX-TIT)   TO WS-DOC-SALDO
              WRITE DOC-REG FROM WS-DOC-LIN-TIT
           END-PERFORM
           IF WS-AC-QTD-TIT GREATER THAN 50
              MOVE WS-AC-QTD-TIT TO WS-DOC-QTD-MAIS
              WRITE DOC-REG FROM WS-DOC-LIN-MAIS
           END-IF
      *
           MOVE WS-AC-VALOR-ATRASO TO WS-DOC-TOTAL
           WRITE DOC-REG FROM WS-DOC-LIN-TOTAL
           MOVE SPACES TO DOC-REG
           WRITE DOC-REG.

      *-----------------------------------*
      *    LIGA O BLOQUEIO QUANDO O ATRASO ALEM DE BLOQDIAS ATINGE
      *    BLOQVALR; DESLIGA QUANDO DEIXA DE ATINGIR.
      *-----------------------------------*
      *
       250-AVALIA-BLOQUEIO SECTION.
      *
           SET WS-NAO-BLOQUEAR TO TRUE
           IF WS-BLOQ-ATIVO
              AND WS-AC-VALOR-BLOQ GREATER THAN ZEROS
              AND WS-AC-VALOR-BLOQ NOT LESS THAN WS-BLOQ-VALOR
              SET WS-DEVE-BLOQUEAR TO TRUE
           END-IF
      *
           IF WS-DEVE-BLOQUEAR AND NOT CLI-CRED-BLOQUEADO
              MOVE "S" TO BLOQ-CRED-CLI
              PERFORM 810-REGRAVA-CLIENTE
              IF FSTATUS-CLI EQUAL "00"
                 MOVE 8 TO WS-EVENTO
                 PERFORM 800-GRAVA-HISTORICO
                 ADD 1 TO WS-QTD-BLOQ
              END-IF
              GO TO 250-FIM
           END-IF
      *
           IF WS-NAO-BLOQUEAR AND CLI-CRED-BLOQUEADO
              MOVE "N" TO BLOQ-CRED-CLI
              PERFORM 810-REGRAVA-CLIENTE
              IF FSTATUS-CLI EQUAL "00"
                 MOVE 0 TO WS-EVENTO
                 PERFORM 800-GRAVA-HISTORICO
                 ADD 1 TO WS-QTD-LIBER
              END-IF
           END-IF.
      *
       250-FIM.
           EXIT.

      *-----------------------------------*
      *    EVENTO DO CLIENTE NO COBHIST. O EVENTO FICA NO CICLO
      *    ABERTO ENQUANTO HOUVER ATRASO; A LIBERACAO DE QUEM JA NAO
      *    TEM TITULO VENCIDO NASCE ENCERRADA. O MESMO EVENTO NO
      *    MESMO DIA (REPROCESSAMENTO) NAO E DUPLICADO.
      *-----------------------------------*
      *
       800-GRAVA-HISTORICO SECTION.
      *
           MOVE WS-CLI-ATUAL        TO CBH-COD-CLI
           MOVE WS-DATA-HOJE        TO CBH-DATA
           MOVE WS-EVENTO           TO CBH-EVENTO
           MOVE WS-AC-VALOR-ATRASO  TO CBH-VALOR-ATRASO
           MOVE WS-AC-MAIOR-DIAS    TO CBH-DIAS-ATRASO
           MOVE WS-AC-QTD-TIT       TO CBH-QTD-TITULOS
           IF WS-AC-QTD-TIT EQUAL ZEROS
              SET CBH-CICLO-ENCERRADO TO TRUE
           ELSE
              SET CBH-CICLO-ABERTO TO TRUE
           END-IF
      *
           WRITE ARQ-CBH-REG
           IF FSTATUS-CBH NOT EQUAL "00"
              AND FSTATUS-CBH NOT EQUAL "22"
              ADD 1 TO WS-QTD-ERROS
           END-IF
           MOVE "00" TO FSTATUS-CBH.

      *-----------------------------------*
      *
       810-REGRAVA-CLIENTE SECTION.
      *
           REWRITE ARQ-CLI-REG
           IF FSTATUS-CLI EQUAL "00"
              MOVE "BOOKCLI"   TO WS-JRN-ARQUIVO
              MOVE "R"         TO WS-JRN-OPERACAO
              MOVE SPACES      TO WS-JRN-CHAVE
              MOVE COD-CLI     TO WS-JRN-CHAVE(1:7)
              MOVE ZEROS       TO WS-JRN-OPERADOR
              MOVE ARQ-CLI-REG TO WS-JRN-IMAGEM
              CALL "GRVJRNL" USING PARAM-JRNL
           ELSE
              ADD 1 TO WS-QTD-ERROS
           END-IF.

      *-----------------------------------*
      *    LIMITES DO BLOQUEIO NO PARAMSIS: BLOQDIAS (DIAS DE ATRASO,
      *    PARTE INTEIRA DO VALOR) E BLOQVALR (VALOR MINIMO EM
      *    ATRASO; SEM REGISTRO = QUALQUER VALOR).
      *-----------------------------------*
      *
       920-LE-LIMITES-BLOQUEIO SECTION.
      *
           SET WS-BLOQ-DESLIGADO TO TRUE
           MOVE ZEROS TO WS-BLOQ-DIAS
           MOVE ZEROS TO WS-BLOQ-VALOR
      *
           OPEN INPUT ARQ-PARAMSIS
           IF FSTATUS-PAR NOT EQUAL "00"
              CLOSE ARQ-PARAMSIS
              GO TO 920-FIM
           END-IF
      *
           MOVE "BLOQDIAS" TO PAR-TIPO
           READ ARQ-PARAMSIS RECORD
             KEY IS PAR-TIPO
           IF FSTATUS-PAR EQUAL "00"
              SET WS-BLOQ-ATIVO TO TRUE
              MOVE PAR-VALOR TO WS-BLOQ-DIAS
           END-IF
      *
           MOVE "BLOQVALR" TO PAR-TIPO
           READ ARQ-PARAMSIS RECORD
             KEY IS PAR-TIPO
           IF FSTATUS-PAR EQUAL "00"
              MOVE PAR-VALOR TO WS-BLOQ-VALOR
           END-IF
      *
           CLOSE ARQ-PARAMSIS.
      *
       920-FIM.
           EXIT.
      *
       END PROGRAM CARTACOB.
      *-----------------------------------*
