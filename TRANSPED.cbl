       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TRANSPED.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    PEDIDOS EM ABERTO DE CLIENTE QUE MUDOU DE VENDEDOR:
      *    CHAMADO NO FIM DE CADA REATRIBUICAO (FAZDISTRIB,
      *    REDISTVEND E FUSAOCLI) E PELO CARTAO U DO BATCHMENU.
      *    LOCALIZA OS PEDIDOS ATIVOS OU PENDENTES AINDA SEM FATURA
      *    CUJO VENDEDOR NAO E O VENDEDOR ATUAL DO CLIENTE NO
      *    DISTATUAL E, CONFORME A POLITICA, TRANSFERE CADA UM PARA O
      *    VENDEDOR ATUAL OU O MANTEM COM QUEM O TIROU:
      *      - POLITICA INFORMADA PELO CHAMADOR (T = TRANSFERE,
      *        M = MANTEM) OU, EM BRANCO, A DO PARAMSIS (TIPO
      *        PEDTRANS: 1 = TRANSFERE; SEM REGISTRO = MANTEM);
      *      - PEDIDO DE MES COM COMISSAO JA FECHADA (COMFECH) E
      *        SEMPRE MANTIDO, COMO NO CADPED;
      *      - PEDIDO DE VENDEDOR INATIVO E SEMPRE TRANSFERIDO;
      *      - CLIENTE CUJO VENDEDOR ATUAL ESTA INATIVO FICA PARA
      *        DEPOIS DA REDISTRIBUICAO (NADA E DECIDIDO).
      *    A TRANSFERENCIA REGRAVA O PEDIDO E VAI AO JORNAL JRNMASTER;
      *    TODA DECISAO FICA NO DECISPED (TAMBEM JORNALIZADO), NA
      *    TRILHA AUDCLI.TXT DO CLIENTE E NO RELATORIO DO DIA
      *    TRANSPED_AAAAMMDD.CSV (ACUMULADO NAS CHAMADAS DO DIA), COM
      *    VENDEDOR ANTERIOR, VENDEDOR ATUAL E VALOR, PARA A GERENCIA
      *    ACERTAR AS DIVERGENCIAS ANTES DO FECHACOM. PEDIDO MANTIDO
      *    SO E REAVALIADO SE O CLIENTE MUDAR DE NOVO DE VENDEDOR.
      *    O CHAMADOR PODE RESTRINGIR A UM CLIENTE OU AOS PEDIDOS DE
      *    UM VENDEDOR; OS DOIS EM ZERO = TODOS OS PEDIDOS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  ALTERNATE RECORD KEY IS CNPJ-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
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
           SELECT ARQ-PARAMSIS  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAR-TIPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAR.
           SELECT ARQ-DECISAO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DEC-NUM-PEDIDO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DECISAO.
           SELECT AUDIT-CLI     ASSIGN TO "AUDCLI.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDIT-CLI.
           SELECT ARQ-SORT      ASSIGN TO "TRANSPED.TMP"
                  FILE STATUS   IS FS-SORT.
           SELECT RELATORIO     ASSIGN TO WS-NOME-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-REL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
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
       FD  ARQ-PARAMSIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARAMSIS'.
       COPY "BOOKPAR.CPY".
      *
       FD  ARQ-DECISAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DECISPED'.
       COPY "BOOKDEC.CPY".
      *
       FD  AUDIT-CLI
           RECORD CONTAINS 200
           LABEL RECORD IS STANDARD.
       01  AUDIT-CLI-REG PIC X(200).
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-VEND-ORIGEM       PIC 9(003).
           03 SRT-NUM-PEDIDO        PIC 9(007).
      *
       FD  RELATORIO.
       01  REL-REG PIC X(250).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-FECH            PIC X(002) VALUE "00".
       77  FSTATUS-PAR             PIC X(002) VALUE "00".
       77  FS-DECISAO              PIC X(002) VALUE "00".
       77  FS-AUDIT-CLI            PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-REL                  PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-RUN-DATA             PIC 9(008) VALUE ZEROS.
       77  WS-RUN-HORA             PIC 9(006) VALUE ZEROS.
       77  WS-NOME-REL             PIC X(030) VALUE SPACES.
       77  WS-POLITICA             PIC X(001) VALUE "M".
       77  WS-DECISAO              PIC X(001) VALUE SPACES.
       77  WS-MOTIVO               PIC X(001) VALUE SPACES.
       77  WS-VEND-ORIGEM          PIC 9(003) VALUE ZEROS.
       77  WS-VEND-ATUAL           PIC 9(003) VALUE ZEROS.
       77  WS-NOME-ORIGEM          PIC X(040) VALUE SPACES.
       77  WS-NOME-ATUAL           PIC X(040) VALUE SPACES.
       77  WS-ANO-MES-VERIF        PIC 9(006) VALUE ZEROS.
       77  WS-QTD-TRANSF           PIC 9(005) VALUE ZEROS.
       77  WS-QTD-MANTIDOS         PIC 9(005) VALUE ZEROS.
       77  WS-QTD-TRANSF-ED        PIC ZZZZ9  VALUE ZEROS.
       77  WS-QTD-MANTIDOS-ED      PIC ZZZZ9  VALUE ZEROS.
       01  WS-FIM-SORT-SW          PIC X(001) VALUE "N".
           88 WS-FIM-SORT                     VALUE "S".
       01  WS-CANDIDATO-SW         PIC X(001) VALUE "N".
           88 WS-CANDIDATO                    VALUE "S".
       01  WS-ORIGEM-SW            PIC X(001) VALUE "N".
           88 WS-ORIGEM-ATIVO                 VALUE "S".
       01  WS-FECH-SW              PIC X(001) VALUE "N".
           88 WS-MES-FECHADO                  VALUE "S".
           88 WS-MES-LIVRE                    VALUE "N".
       01  WS-FECH-ABERTO-SW       PIC X(001) VALUE "N".
           88 WS-FECH-DISPONIVEL              VALUE "S".
       01  WS-DEC-SW               PIC X(001) VALUE "N".
           88 WS-DEC-EXISTE                   VALUE "S".
      *-----------------------------------*
      *    IMAGEM POSTERIOR DE CADA GRAVACAO ENVIADA AO JORNAL
      *    JRNMASTER (SUBPROGRAMA GRVJRNL)
      *-----------------------------------*
       01  PARAM-JRNL.
           03 WS-JRN-ARQUIVO        PIC X(012) VALUE SPACES.
           03 WS-JRN-OPERACAO       PIC X(001) VALUE SPACES.
           03 WS-JRN-CHAVE          PIC X(014) VALUE SPACES.
           03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
           03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *-----------------------------------*
      *    TRILHA DE AUDITORIA NO MESMO FORMATO GRAVADO PELO CADCLI:
      *    OPERACAO PED TRANSF OU PED MANTEM, PEDIDO E VENDEDOR QUE
      *    O TIROU NO "ANTES", PEDIDO E VENDEDOR QUE FICA COM ELE NO
      *    "DEPOIS" E O STATUS DO PEDIDO NOS DOIS.
      *-----------------------------------*
       01  WS-AUD-LINHA.
           03 WS-AUD-DATA          PIC 9(008)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-HORA          PIC 9(006)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-OPERACAO      PIC X(010)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-COD-CLI       PIC 9(007)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-CNPJ          PIC 9(014)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-RZ-ANTES      PIC X(040)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-RZ-DEPOIS     PIC X(040)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-LATI-ANTES    PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-LATI-DEPOIS   PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-LONG-ANTES    PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-LONG-DEPOIS   PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-STATUS-ANTES  PIC X(001)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-STATUS-DEPOIS PIC X(001)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AUD-OPER          PIC 9(003)  VALUE ZEROS.
       01  WS-AUD-PEDIDO.
           03 FILLER               PIC X(007)  VALUE "PEDIDO ".
           03 WS-AUD-PED-NUM       PIC 9(007)  VALUE ZEROS.
           03 FILLER               PIC X(010)  VALUE " VENDEDOR ".
           03 WS-AUD-PED-VEND      PIC 9(003)  VALUE ZEROS.
      *-----------------------------------*
      *    RELATORIO DO DIA
      *-----------------------------------*
       01  WS-CAB-REL              PIC X(250) VALUE
           "DATA;HORA;ETAPA;PEDIDO;CLIENTE;RAZAO SOCIAL;DATA PEDIDO;S
      -    "TATUS;VALOR;VENDEDOR ANTERIOR;NOME;VENDEDOR ATUAL;NOME;DEC
      -    "ISAO;MOTIVO".
       01  WS-DET-REL.
           03 WS-DET-DATA          PIC 9(008)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-HORA          PIC 9(006)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-ETAPA         PIC X(010)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-PEDIDO        PIC 9(007)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-COD-CLI       PIC 9(007)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-RAZAO         PIC X(040)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-DATA-PED      PIC 9(008)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-STATUS        PIC X(001)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-VALOR         PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-VEND-ANT      PIC 9(003)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-NOME-ANT      PIC X(040)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-VEND-ATUAL    PIC 9(003)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-NOME-ATUAL    PIC X(040)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-DECISAO       PIC X(012)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-DET-MOTIVO        PIC X(020)  VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-TRANSPED.
      *    CLIENTE (ZERO = TODOS) E VENDEDOR QUE TIROU OS PEDIDOS
      *    (ZERO = TODOS)
           03  TRANSP-COD-CLI      PIC 9(007).
           03  TRANSP-COD-VEND     PIC 9(003).
      *    T = TRANSFERE, M = MANTEM, BRANCO = POLITICA DO PARAMSIS
           03  TRANSP-POLITICA     PIC X(001).
           03  TRANSP-ORIGEM       PIC X(010).
           03  TRANSP-OPERADOR     PIC 9(003).
           03  TRANSP-MSG          PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-TRANSPED.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO TRANSP-MSG
           MOVE ZEROS  TO WS-QTD-TRANSF
                          WS-QTD-MANTIDOS
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-RUN-DATA
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-RUN-HORA
      *
           IF TRANSP-COD-CLI IS NOT NUMERIC
              MOVE ZEROS TO TRANSP-COD-CLI
           END-IF
           IF TRANSP-COD-VEND IS NOT NUMERIC
              MOVE ZEROS TO TRANSP-COD-VEND
           END-IF
           IF TRANSP-OPERADOR IS NOT NUMERIC
              MOVE ZEROS TO TRANSP-OPERADOR
           END-IF
      *
           PERFORM 050-DEFINE-POLITICA
      *
           OPEN I-O ARQ-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              CLOSE ARQ-PEDIDO
              MOVE "TRANSPED: ARQUIVO DE PEDIDOS NAO ENCONTRADO"
                TO TRANSP-MSG
              GOBACK
           END-IF
           OPEN INPUT ARQ-ATUAL
           IF FS-ATUAL NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              CLOSE ARQ-PEDIDO
              MOVE "TRANSPED: DISTATUAL NAO ENCONTRADO"
                TO TRANSP-MSG
              GOBACK
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-ATUAL
              CLOSE ARQ-PEDIDO
              MOVE "TRANSPED: CADVENDEDOR NAO ENCONTRADO"
                TO TRANSP-MSG
              GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTE
      *
           MOVE "N" TO WS-FECH-ABERTO-SW
           OPEN INPUT ARQ-FECHAMENTO
           IF FSTATUS-FECH EQUAL "00"
              SET WS-FECH-DISPONIVEL TO TRUE
           ELSE
              CLOSE ARQ-FECHAMENTO
           END-IF
      *
           OPEN I-O ARQ-DECISAO
           IF FS-DECISAO NOT EQUAL "00"
              CLOSE ARQ-DECISAO
              OPEN OUTPUT ARQ-DECISAO
              CLOSE ARQ-DECISAO
              OPEN I-O ARQ-DECISAO
           END-IF
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SRT-VEND-ORIGEM
                                 SRT-NUM-PEDIDO
                INPUT  PROCEDURE IS 100-SELECIONA
                OUTPUT PROCEDURE IS 200-DECIDE
      *
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-ATUAL
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-DECISAO
           IF WS-FECH-DISPONIVEL
              CLOSE ARQ-FECHAMENTO
           END-IF
      *
           MOVE WS-QTD-TRANSF   TO WS-QTD-TRANSF-ED
           MOVE WS-QTD-MANTIDOS TO WS-QTD-MANTIDOS-ED
           STRING "TRANSPED: TRANSF " WS-QTD-TRANSF-ED
                  " MANTIDOS " WS-QTD-MANTIDOS-ED
             DELIMITED BY SIZE INTO TRANSP-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    POLITICA DO CHAMADOR OU, EM BRANCO, A DO PARAMSIS (TIPO
      *    PEDTRANS: VALOR 1 = TRANSFERE). ARQUIVO OU REGISTRO
      *    AUSENTE = MANTEM COM QUEM TIROU O PEDIDO.
      *-----------------------------------*
      *
       050-DEFINE-POLITICA SECTION.
      *
           IF FUNCTION UPPER-CASE(TRANSP-POLITICA) EQUAL "T"
              OR FUNCTION UPPER-CASE(TRANSP-POLITICA) EQUAL "M"
              MOVE FUNCTION UPPER-CASE(TRANSP-POLITICA)
                TO WS-POLITICA
              GO TO 050-FIM
           END-IF
      *
           MOVE "M" TO WS-POLITICA
           OPEN INPUT ARQ-PARAMSIS
           IF FSTATUS-PAR NOT EQUAL "00"
              CLOSE ARQ-PARAMSIS
              GO TO 050-FIM
           END-IF
      *
           MOVE "PEDTRANS" TO PAR-TIPO
           READ ARQ-PARAMSIS RECORD
             KEY IS PAR-TIPO
           IF FSTATUS-PAR EQUAL "00"
              AND PAR-VALOR EQUAL 1
              MOVE "T" TO WS-POLITICA
           END-IF
      *
           CLOSE ARQ-PARAMSIS.
      *
       050-FIM.
           EXIT.

      *-----------------------------------*
      *    CANDIDATOS: SO OS PEDIDOS DO CLIENTE INFORMADO (CHAVE
      *    COD-CLI-PED), SO OS DO VENDEDOR INFORMADO (CHAVE
      *    CHAVE-VEND-PED) OU TODOS. A DECISAO E FEITA DEPOIS, PELA
      *    CHAVE PRIMARIA, PARA A REGRAVACAO NAO MEXER NA LEITURA.
      *-----------------------------------*
      *
       100-SELECIONA SECTION.
      *
           EVALUATE TRUE
              WHEN TRANSP-COD-CLI GREATER THAN ZEROS
                 MOVE TRANSP-COD-CLI TO COD-CLI-PED
                 START ARQ-PEDIDO KEY IS EQUAL COD-CLI-PED
                    INVALID KEY
                       GO TO 100-FIM
                 END-START
              WHEN TRANSP-COD-VEND GREATER THAN ZEROS
                 MOVE TRANSP-COD-VEND TO COD-VEND-PED
                 MOVE ZEROS           TO DATA-PEDIDO
                 START ARQ-PEDIDO KEY IS NOT LESS THAN CHAVE-VEND-PED
                    INVALID KEY
                       GO TO 100-FIM
                 END-START
              WHEN OTHER
                 MOVE ZEROS TO NUM-PEDIDO
                 START ARQ-PEDIDO KEY IS NOT LESS THAN NUM-PEDIDO
                    INVALID KEY
                       GO TO 100-FIM
                 END-START
           END-EVALUATE
      *
           READ ARQ-PEDIDO NEXT RECORD
           PERFORM UNTIL FSTATUS-PED NOT EQUAL "00"
              IF TRANSP-COD-CLI GREATER THAN ZEROS
                 AND COD-CLI-PED NOT EQUAL TRANSP-COD-CLI
                 MOVE "10" TO FSTATUS-PED
              ELSE
                 IF TRANSP-COD-CLI EQUAL ZEROS
                    AND TRANSP-COD-VEND GREATER THAN ZEROS
                    AND COD-VEND-PED NOT EQUAL TRANSP-COD-VEND
                    MOVE "10" TO FSTATUS-PED
                 ELSE
                    PERFORM 110-VERIFICA-CANDIDATO
                    IF WS-CANDIDATO
                       MOVE COD-VEND-PED TO SRT-VEND-ORIGEM
                       MOVE NUM-PEDIDO   TO SRT-NUM-PEDIDO
                       RELEASE REG-SORT
                    END-IF
                    READ ARQ-PEDIDO NEXT RECORD
                 END-IF
              END-IF
           END-PERFORM.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    PEDIDO ATIVO OU PENDENTE, SEM FATURA, DE CLIENTE CUJO
      *    VENDEDOR ATUAL E OUTRO. DEVOLVE O VENDEDOR ATUAL EM
      *    WS-VEND-ATUAL.
      *-----------------------------------*
      *
       110-VERIFICA-CANDIDATO SECTION.
      *
           MOVE "N"   TO WS-CANDIDATO-SW
           MOVE ZEROS TO WS-VEND-ATUAL
      *
           IF NOT PED-ATIVO AND NOT PED-PENDENTE
              GO TO 110-FIM
           END-IF
           IF NUM-FATURA-PED NOT EQUAL ZEROS
              GO TO 110-FIM
           END-IF
      *
           MOVE COD-CLI-PED TO ATR-COD-CLI
           READ ARQ-ATUAL RECORD
             KEY IS ATR-COD-CLI
           IF FS-ATUAL NOT EQUAL "00"
              GO TO 110-FIM
           END-IF
           IF ATR-COD-VEND EQUAL ZEROS
              OR ATR-COD-VEND EQUAL COD-VEND-PED
              GO TO 110-FIM
           END-IF
      *
           MOVE ATR-COD-VEND TO WS-VEND-ATUAL
           SET WS-CANDIDATO TO TRUE.
      *
       110-FIM.
           EXIT.

      *-----------------------------------*
      *    DECISAO DE CADA CANDIDATO, RELIDO PELA CHAVE PRIMARIA
      *-----------------------------------*
      *
       200-DECIDE SECTION.
      *
           MOVE "N" TO WS-FIM-SORT-SW
           RETURN ARQ-SORT
              AT END SET WS-FIM-SORT TO TRUE
           END-RETURN
      *
           PERFORM UNTIL WS-FIM-SORT
              PERFORM 210-DECIDE-PEDIDO
              RETURN ARQ-SORT
                 AT END SET WS-FIM-SORT TO TRUE
              END-RETURN
           END-PERFORM.

      *-----------------------------------*
      *
       210-DECIDE-PEDIDO SECTION.
      *
           MOVE SRT-NUM-PEDIDO TO NUM-PEDIDO
           READ ARQ-PEDIDO RECORD
             KEY IS NUM-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              GO TO 210-FIM
           END-IF
           PERFORM 110-VERIFICA-CANDIDATO
           IF NOT WS-CANDIDATO
              GO TO 210-FIM
           END-IF
           MOVE COD-VEND-PED TO WS-VEND-ORIGEM
      *
      *    PEDIDO JA MANTIDO PARA ESTE MESMO VENDEDOR ATUAL
           MOVE "N" TO WS-DEC-SW
           MOVE NUM-PEDIDO TO DEC-NUM-PEDIDO
           READ ARQ-DECISAO RECORD
             KEY IS DEC-NUM-PEDIDO
           IF FS-DECISAO EQUAL "00"
              SET WS-DEC-EXISTE TO TRUE
              IF DEC-MANTIDO
                 AND DEC-VEND-ORIGEM EQUAL WS-VEND-ORIGEM
                 AND DEC-VEND-ATUAL  EQUAL WS-VEND-ATUAL
                 GO TO 210-FIM
              END-IF
           END-IF
      *
      *    VENDEDOR ATUAL INATIVO: AGUARDA A REDISTRIBUICAO
           MOVE WS-VEND-ATUAL TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND NOT EQUAL "00"
              GO TO 210-FIM
           END-IF
           IF NOT VEND-ATIVO
              GO TO 210-FIM
           END-IF
           MOVE NOME-VENDEDOR TO WS-NOME-ATUAL
      *
           MOVE "N"    TO WS-ORIGEM-SW
           MOVE SPACES TO WS-NOME-ORIGEM
           MOVE WS-VEND-ORIGEM TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              MOVE NOME-VENDEDOR TO WS-NOME-ORIGEM
              IF VEND-ATIVO
                 SET WS-ORIGEM-ATIVO TO TRUE
              END-IF
           END-IF
      *
           MOVE DATA-PEDIDO(1:6) TO WS-ANO-MES-VERIF
           PERFORM 900-VERIFICA-MES-FECHADO
      *
           EVALUATE TRUE
              WHEN WS-MES-FECHADO
                 MOVE "M" TO WS-DECISAO
                 MOVE "F" TO WS-MOTIVO
              WHEN NOT WS-ORIGEM-ATIVO
                 MOVE "T" TO WS-DECISAO
                 MOVE "I" TO WS-MOTIVO
              WHEN OTHER
                 MOVE WS-POLITICA TO WS-DECISAO
                 MOVE "P"         TO WS-MOTIVO
           END-EVALUATE
      *
           IF WS-DECISAO EQUAL "T"
              MOVE WS-VEND-ATUAL TO COD-VEND-PED
              REWRITE ARQ-PED-REG
              IF FSTATUS-PED NOT EQUAL "00"
                 AND FSTATUS-PED NOT EQUAL "02"
                 GO TO 210-FIM
              END-IF
              MOVE "PEDIDOS"       TO WS-JRN-ARQUIVO
              MOVE "R"             TO WS-JRN-OPERACAO
              MOVE SPACES          TO WS-JRN-CHAVE
              MOVE NUM-PEDIDO      TO WS-JRN-CHAVE(1:7)
              MOVE TRANSP-OPERADOR TO WS-JRN-OPERADOR
              MOVE ARQ-PED-REG     TO WS-JRN-IMAGEM
              CALL "GRVJRNL" USING PARAM-JRNL
              ADD 1 TO WS-QTD-TRANSF
           ELSE
              ADD 1 TO WS-QTD-MANTIDOS
           END-IF
      *
           PERFORM 220-GRAVA-DECISAO
           PERFORM 230-GRAVA-AUDITORIA
           PERFORM 240-GRAVA-RELATORIO.
      *
       210-FIM.
           EXIT.

      *-----------------------------------*
      *    ULTIMA DECISAO DO PEDIDO NO DECISPED, COM A IMAGEM NO
      *    JORNAL
      *-----------------------------------*
      *
       220-GRAVA-DECISAO SECTION.
      *
           MOVE NUM-PEDIDO      TO DEC-NUM-PEDIDO
           MOVE COD-CLI-PED     TO DEC-COD-CLI
           MOVE WS-VEND-ORIGEM  TO DEC-VEND-ORIGEM
           MOVE WS-VEND-ATUAL   TO DEC-VEND-ATUAL
           MOVE VALOR-PEDIDO    TO DEC-VALOR
           MOVE WS-DECISAO      TO DEC-DECISAO
           MOVE WS-MOTIVO       TO DEC-MOTIVO
           MOVE TRANSP-ORIGEM   TO DEC-ORIGEM
           MOVE WS-RUN-DATA     TO DEC-DATA
           MOVE WS-RUN-HORA     TO DEC-HORA
           MOVE TRANSP-OPERADOR TO DEC-OPERADOR
      *
           IF WS-DEC-EXISTE
              REWRITE ARQ-DEC-REG
              MOVE "R" TO WS-JRN-OPERACAO
           ELSE
              WRITE ARQ-DEC-REG
              MOVE "W" TO WS-JRN-OPERACAO
           END-IF
           IF FS-DECISAO NOT EQUAL "00"
              GO TO 220-FIM
           END-IF
      *
           MOVE "DECISPED"      TO WS-JRN-ARQUIVO
           MOVE SPACES          TO WS-JRN-CHAVE
           MOVE DEC-NUM-PEDIDO  TO WS-JRN-CHAVE(1:7)
           MOVE TRANSP-OPERADOR TO WS-JRN-OPERADOR
           MOVE ARQ-DEC-REG     TO WS-JRN-IMAGEM
           CALL "GRVJRNL" USING PARAM-JRNL.
      *
       220-FIM.
           EXIT.

      *-----------------------------------*
      *
       230-GRAVA-AUDITORIA SECTION.
      *
           MOVE ZEROS  TO WS-AUD-CNPJ
           MOVE COD-CLI-PED TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI EQUAL "00"
              MOVE CNPJ-CLI TO WS-AUD-CNPJ
           ELSE
              MOVE SPACES TO RAZAO-SOCIAL
           END-IF
      *
           MOVE WS-RUN-DATA      TO WS-AUD-DATA
           MOVE WS-RUN-HORA      TO WS-AUD-HORA
           IF WS-DECISAO EQUAL "T"
              MOVE "PED TRANSF"  TO WS-AUD-OPERACAO
           ELSE
              MOVE "PED MANTEM"  TO WS-AUD-OPERACAO
           END-IF
           MOVE COD-CLI-PED      TO WS-AUD-COD-CLI
           MOVE NUM-PEDIDO       TO WS-AUD-PED-NUM
           MOVE WS-VEND-ORIGEM   TO WS-AUD-PED-VEND
           MOVE WS-AUD-PEDIDO    TO WS-AUD-RZ-ANTES
           MOVE COD-VEND-PED     TO WS-AUD-PED-VEND
           MOVE WS-AUD-PEDIDO    TO WS-AUD-RZ-DEPOIS
           MOVE STATUS-PED       TO WS-AUD-STATUS-ANTES
                                    WS-AUD-STATUS-DEPOIS
           MOVE TRANSP-OPERADOR  TO WS-AUD-OPER
      *
           OPEN EXTEND AUDIT-CLI
           IF FS-AUDIT-CLI EQUAL "35"
              CLOSE AUDIT-CLI
              OPEN OUTPUT AUDIT-CLI
              CLOSE AUDIT-CLI
              OPEN EXTEND AUDIT-CLI
           END-IF
           WRITE AUDIT-CLI-REG FROM WS-AUD-LINHA
           CLOSE AUDIT-CLI.

      *-----------------------------------*
      *    RELATORIO DO DIA: ACRESCENTADO A CADA CHAMADA, COM O
      *    CABECALHO SO NA CRIACAO
      *-----------------------------------*
      *
       240-GRAVA-RELATORIO SECTION.
      *
           IF WS-NOME-REL EQUAL SPACES
              STRING "TRANSPED_" WS-RUN-DATA ".CSV"
                DELIMITED BY SIZE INTO WS-NOME-REL
           END-IF
      *
           OPEN EXTEND RELATORIO
           IF FS-REL EQUAL "35"
              CLOSE RELATORIO
              OPEN OUTPUT RELATORIO
              WRITE REL-REG FROM WS-CAB-REL
           END-IF
      *
           MOVE WS-RUN-DATA      TO WS-DET-DATA
           MOVE WS-RUN-HORA      TO WS-DET-HORA
           MOVE TRANSP-ORIGEM    TO WS-DET-ETAPA
           MOVE NUM-PEDIDO       TO WS-DET-PEDIDO
           MOVE COD-CLI-PED      TO WS-DET-COD-CLI
           MOVE RAZAO-SOCIAL     TO WS-DET-RAZAO
           MOVE DATA-PEDIDO      TO WS-DET-DATA-PED
           MOVE STATUS-PED       TO WS-DET-STATUS
           MOVE VALOR-PEDIDO     TO WS-DET-VALOR
           MOVE WS-VEND-ORIGEM   TO WS-DET-VEND-ANT
           MOVE WS-NOME-ORIGEM   TO WS-DET-NOME-ANT
           MOVE WS-VEND-ATUAL    TO WS-DET-VEND-ATUAL
           MOVE WS-NOME-ATUAL    TO WS-DET-NOME-ATUAL
           IF WS-DECISAO EQUAL "T"
              MOVE "TRANSFERIDO" TO WS-DET-DECISAO
           ELSE
              MOVE "MANTIDO"     TO WS-DET-DECISAO
           END-IF
           EVALUATE WS-MOTIVO
              WHEN "F"
                 MOVE "MES JA FECHADO"    TO WS-DET-MOTIVO
              WHEN "I"
                 MOVE "VENDEDOR INATIVO"  TO WS-DET-MOTIVO
              WHEN OTHER
                 MOVE "POLITICA"          TO WS-DET-MOTIVO
           END-EVALUATE
           WRITE REL-REG FROM WS-DET-REL
      *
           CLOSE RELATORIO.

      *-----------------------------------*
      *    MES COM FECHAMENTO GRAVADO NO COMFECH (MESMA CONSULTA DO
      *    CADPED)
      *-----------------------------------*
      *
       900-VERIFICA-MES-FECHADO SECTION.
      *
           SET WS-MES-LIVRE TO TRUE
           IF NOT WS-FECH-DISPONIVEL
              GO TO 900-FIM
           END-IF
      *
           MOVE WS-ANO-MES-VERIF TO FECH-ANO-MES
           MOVE ZEROS            TO FECH-COD-VEND
           MOVE SPACE            TO FECH-TIPO
           START ARQ-FECHAMENTO KEY IS NOT LESS THAN FECH-CHAVE
              INVALID KEY
                 GO TO 900-FIM
           END-START
      *
           READ ARQ-FECHAMENTO NEXT RECORD
           IF FSTATUS-FECH EQUAL "00"
              AND FECH-ANO-MES EQUAL WS-ANO-MES-VERIF
              SET WS-MES-FECHADO TO TRUE
           END-IF.
      *
       900-FIM.
           EXIT.
      *
       END PROGRAM TRANSPED.
      *-----------------------------------*
