       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SEPARREL.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    SEPARACAO DOS RELATORIOS DA NOITE POR VENDEDOR E POR
      *    FILIAL, PARA O ENVIO POR E-MAIL: ROTAVEND.CSV,
      *    AGENDVIS.CSV, RELQUOTA.CSV, AGING.CSV E COMPLVIS.CSV SAO
      *    QUEBRADOS EM UM ARQUIVO POR VENDEDOR
      *    (NOME_VNNN_AAAAMMDD.CSV) E UM POR FILIAL DO VENDEDOR
      *    (NOME_FNN_AAAAMMDD.CSV), CADA UM COM O CABECALHO DO
      *    ORIGINAL E SO AS LINHAS DAQUELE VENDEDOR/FILIAL. O
      *    VENDEDOR DA LINHA E A PRIMEIRA COLUNA (NO COMPLVIS, A
      *    SEGUNDA, NAS LINHAS PENDENTE E RESUMO); NO AGING, QUE E
      *    POR CLIENTE, E O VENDEDOR ATUAL DO CLIENTE NO DISTATUAL.
      *    LINHAS DE TOTAL GERAL, DE EQUIPE E TUDO O QUE VEM DEPOIS
      *    DE UMA LINHA EM BRANCO (BLOCO CONSOLIDADO) NAO SAEM EM
      *    NENHUM ARQUIVO, PARA NAO EXPOR NUMEROS DE OUTROS
      *    VENDEDORES. O AGING CONSOLIDADO POR GRUPO ECONOMICO NAO E
      *    SEPARADO.
      *    OS DESTINATARIOS VEM DA LISTA DE DISTRIBUICAO
      *    LISTADIST.PRM (TIPO V/F, CODIGO, RELATORIO OU TODOS,
      *    E-MAIL E GRUPO DE DISTRIBUICAO; LINHA COM * NA PRIMEIRA
      *    POSICAO E COMENTARIO). O MANIFESTO CAIXASAIDA_AAAAMMDD.CSV
      *    PARA O GATEWAY DE E-MAIL TRAZ UMA LINHA POR ARQUIVO E
      *    DESTINATARIO COM A QUANTIDADE DE REGISTROS, OS ARQUIVOS
      *    SEM DESTINATARIO, OS VENDEDORES ATIVOS QUE NAO TIVERAM
      *    LINHA NO RELATORIO E OS RELATORIOS NAO ENCONTRADOS.
      *    DATA DA EXECUCAO EM BRANCO = HOJE.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENTRADA   ASSIGN TO WS-NOME-ENTRADA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-ENTRADA.
           SELECT ARQ-SAIDA     ASSIGN TO WS-NOME-SAIDA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-SAIDA.
           SELECT ARQ-LISTA     ASSIGN TO "LISTADIST.PRM"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-LISTA.
           SELECT ARQ-MANIFESTO ASSIGN TO WS-NOME-MANIFESTO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-MANIFESTO.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-SORT      ASSIGN TO "SEPARREL.TMP"
                  FILE STATUS   IS FS-SORT.
           SELECT ARQ-ORD-VEND  ASSIGN TO "SEPARREL.ORV"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ORV.
           SELECT ARQ-ORD-FIL   ASSIGN TO "SEPARREL.ORF"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ORF.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENTRADA.
       01  ENTRADA-REG PIC X(200).
      *
       FD  ARQ-SAIDA.
       01  SAIDA-REG PIC X(200).
      *
       FD  ARQ-LISTA
           LABEL RECORD IS STANDARD.
      *-----------------------------------*
      *    LAYOUT DA LINHA DA LISTA DE DISTRIBUICAO:
      *    TIPO V = ARQUIVO DO VENDEDOR, F = ARQUIVO DA FILIAL;
      *    CODIGO DO VENDEDOR OU DA FILIAL (3 POSICOES);
      *    RELATORIO (ROTAVEND, AGENDVIS, RELQUOTA, AGING, COMPLVIS
      *    OU TODOS); E-MAIL DO DESTINATARIO; GRUPO DE DISTRIBUICAO
      *    (OPCIONAL). UM ARQUIVO PODE TER VARIOS DESTINATARIOS.
      *-----------------------------------*
       01  LISTA-REG.
           03 LD-TIPO               PIC X(001).
           03 LD-CODIGO             PIC 9(003).
           03 LD-RELATORIO          PIC X(008).
           03 LD-EMAIL              PIC X(060).
           03 LD-GRUPO              PIC X(020).
      *
       FD  ARQ-MANIFESTO.
       01  MANIFESTO-REG PIC X(200).
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-COD-VEND          PIC 9(003).
           03 SRT-FILIAL            PIC 9(002).
           03 SRT-SEQ               PIC 9(007).
           03 SRT-LINHA             PIC X(200).
      *
       FD  ARQ-ORD-VEND.
       01  REG-ORD-VEND.
           03 ORV-COD-VEND          PIC 9(003).
           03 ORV-FILIAL            PIC 9(002).
           03 ORV-SEQ               PIC 9(007).
           03 ORV-LINHA             PIC X(200).
      *
       FD  ARQ-ORD-FIL.
       01  REG-ORD-FIL.
           03 ORF-COD-VEND          PIC 9(003).
           03 ORF-FILIAL            PIC 9(002).
           03 ORF-SEQ               PIC 9(007).
           03 ORF-LINHA             PIC X(200).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FS-ENTRADA              PIC X(002) VALUE "00".
       77  FS-SAIDA                PIC X(002) VALUE "00".
       77  FS-LISTA                PIC X(002) VALUE "00".
       77  FS-MANIFESTO            PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-ORV                  PIC X(002) VALUE "00".
       77  FS-ORF                  PIC X(002) VALUE "00".
       77  WS-NOME-ENTRADA         PIC X(020) VALUE SPACES.
       77  WS-NOME-SAIDA           PIC X(040) VALUE SPACES.
       77  WS-NOME-MANIFESTO       PIC X(030) VALUE SPACES.
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-EXEC            PIC 9(008) VALUE ZEROS.
       77  WS-IDX-REL              PIC 9(001) VALUE ZEROS.
       77  WS-IDX-VEND             PIC 9(004) VALUE ZEROS.
       77  WS-IDX-DEST             PIC 9(004) VALUE ZEROS.
       77  WS-QTD-DEST             PIC 9(004) VALUE ZEROS.
       77  WS-QTD-ACHADOS          PIC 9(004) VALUE ZEROS.
       77  WS-SEQ-LINHA            PIC 9(007) VALUE ZEROS.
       77  WS-QTD-LINHAS           PIC 9(007) VALUE ZEROS.
       77  WS-QTD-SEM-VEND         PIC 9(007) VALUE ZEROS.
       77  WS-QTD-ARQUIVOS         PIC 9(005) VALUE ZEROS.
       77  WS-QTD-SEM-DEST         PIC 9(005) VALUE ZEROS.
       77  WS-QTD-ARQ-ED           PIC ZZZZ9  VALUE ZEROS.
       77  WS-QTD-SEM-DEST-ED      PIC ZZZZ9  VALUE ZEROS.
       77  WS-VEND-LINHA           PIC 9(003) VALUE ZEROS.
       77  WS-CHAVE-GRUPO          PIC 9(003) VALUE ZEROS.
       77  WS-VEND-ED              PIC 9(003) VALUE ZEROS.
       77  WS-FILIAL-ED            PIC 9(002) VALUE ZEROS.
       77  WS-CAMPO1               PIC X(040) VALUE SPACES.
       77  WS-CAMPO2               PIC X(040) VALUE SPACES.
       77  WS-CABECALHO            PIC X(200) VALUE SPACES.
       01  WS-ATUAL-SW             PIC X(001) VALUE "N".
           88 WS-ATUAL-ABERTO                 VALUE "S".
           88 WS-ATUAL-FECHADO                VALUE "N".
       01  WS-BLOCO-SW             PIC X(001) VALUE "N".
           88 WS-FIM-BLOCO                    VALUE "S".
           88 WS-DENTRO-BLOCO                 VALUE "N".
       01  WS-FIM-ORD-SW           PIC X(001) VALUE "N".
           88 WS-FIM-ORD                      VALUE "S".
      *-----------------------------------*
      *    RELATORIOS SEPARADOS E ONDE ESTA O VENDEDOR NA LINHA:
      *    V1 = CODIGO DO VENDEDOR NA PRIMEIRA COLUNA;
      *    V2 = CODIGO DO VENDEDOR NA SEGUNDA COLUNA, SO NAS LINHAS
      *         PENDENTE E RESUMO;
      *    C1 = CODIGO DO CLIENTE NA PRIMEIRA COLUNA (VENDEDOR ATUAL
      *         DO CLIENTE NO DISTATUAL).
      *-----------------------------------*
       01  WS-RELATORIOS-VAL.
           03 FILLER               PIC X(010) VALUE "ROTAVENDV1".
           03 FILLER               PIC X(010) VALUE "AGENDVISV1".
           03 FILLER               PIC X(010) VALUE "RELQUOTAV1".
           03 FILLER               PIC X(010) VALUE "AGING   C1".
           03 FILLER               PIC X(010) VALUE "COMPLVISV2".
       01  WS-RELATORIOS REDEFINES WS-RELATORIOS-VAL.
           03 WS-REL-ITEM OCCURS 5 TIMES.
              05 WS-REL-NOME       PIC X(008).
              05 WS-REL-REGRA      PIC X(002).
      *-----------------------------------*
      *    VENDEDORES DO CADASTRO, INDEXADOS PELO CODIGO, COM A
      *    QUANTIDADE DE LINHAS NO RELATORIO CORRENTE
      *-----------------------------------*
       01  WS-VEND-TAB.
           03 WS-VT-ITEM OCCURS 999 TIMES.
              05 WS-VT-SITUACAO    PIC X(001).
              05 WS-VT-FILIAL      PIC 9(002).
              05 WS-VT-QTD         PIC 9(007).
      *-----------------------------------*
      *    LISTA DE DISTRIBUICAO CARREGADA DO LISTADIST.PRM
      *-----------------------------------*
       01  WS-DEST-TAB.
           03 WS-DEST-ITEM OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-QTD-DEST.
              05 WS-DT-TIPO        PIC X(001).
              05 WS-DT-CODIGO      PIC 9(003).
              05 WS-DT-RELATORIO   PIC X(008).
              05 WS-DT-EMAIL       PIC X(060).
              05 WS-DT-GRUPO       PIC X(020).
      *-----------------------------------*
      *    LINHA DO MANIFESTO CORRENTE
      *-----------------------------------*
       01  WS-MAN-CAB              PIC X(200) VALUE
           "ARQUIVO;RELATORIO;TIPO;CODIGO;DESTINATARIO;GRUPO;REGISTROS;S
      -    "ITUACAO".
       01  WS-MAN-DET.
           03 WS-MAN-ARQUIVO       PIC X(040) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-MAN-RELATORIO     PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-MAN-TIPO          PIC X(001) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-MAN-CODIGO        PIC 9(003) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-MAN-EMAIL         PIC X(060) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-MAN-GRUPO         PIC X(020) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-MAN-REGISTROS     PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-MAN-SITUACAO      PIC X(030) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-SEPARREL.
           03  SEPARREL-DATA       PIC 9(008).
           03  SEPARREL-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-SEPARREL.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO SEPARREL-MSG
           MOVE ZEROS  TO WS-QTD-ARQUIVOS
           MOVE ZEROS  TO WS-QTD-SEM-DEST
      *
           IF SEPARREL-DATA IS NUMERIC
              AND SEPARREL-DATA GREATER THAN ZEROS
              MOVE SEPARREL-DATA TO WS-DATA-EXEC
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-EXEC
           END-IF
      *
           PERFORM 050-CARREGA-VENDEDORES
           PERFORM 060-CARREGA-LISTA
      *
           SET WS-ATUAL-FECHADO TO TRUE
           OPEN INPUT ARQ-ATUAL
           IF FS-ATUAL EQUAL "00"
              SET WS-ATUAL-ABERTO TO TRUE
           END-IF
      *
           MOVE SPACES TO WS-NOME-MANIFESTO
           STRING "CAIXASAIDA_" WS-DATA-EXEC ".CSV"
             DELIMITED BY SIZE INTO WS-NOME-MANIFESTO
           OPEN OUTPUT ARQ-MANIFESTO
           WRITE MANIFESTO-REG FROM WS-MAN-CAB
      *
           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL WS-IDX-REL GREATER THAN 5
              PERFORM 100-PROCESSA-RELATORIO
           END-PERFORM
      *
           CLOSE ARQ-MANIFESTO
           IF WS-ATUAL-ABERTO
              CLOSE ARQ-ATUAL
           END-IF
      *
           MOVE WS-QTD-ARQUIVOS TO WS-QTD-ARQ-ED
           MOVE WS-QTD-SEM-DEST TO WS-QTD-SEM-DEST-ED
           IF WS-QTD-SEM-DEST GREATER THAN ZEROS
              DISPLAY "SEPARREL: " WS-QTD-SEM-DEST-ED
                      " ARQUIVO(S) SEM DESTINATARIO NA LISTADIST.PRM"
           END-IF
           STRING "SEPARREL: " WS-QTD-ARQ-ED " ARQUIVO(S) GERADO(S)"
             DELIMITED BY SIZE INTO SEPARREL-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    CADASTRO DE VENDEDORES: SITUACAO E FILIAL DE CADA CODIGO
      *-----------------------------------*
      *
       050-CARREGA-VENDEDORES SECTION.
      *
           INITIALIZE WS-VEND-TAB
      *
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              GO TO 050-FIM
           END-IF
      *
           READ ARQ-VENDEDOR NEXT RECORD
           PERFORM UNTIL FSTATUS-VEND NOT EQUAL "00"
              IF COD-VEND GREATER THAN ZEROS
                 MOVE STATUS-VEND TO WS-VT-SITUACAO(COD-VEND)
                 MOVE FILIAL-VEND TO WS-VT-FILIAL(COD-VEND)
              END-IF
              READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-VENDEDOR.
      *
       050-FIM.
           EXIT.

      *-----------------------------------*
      *    LISTA DE DISTRIBUICAO. SEM O ARQUIVO, TODOS OS ARQUIVOS
      *    SAEM NO MANIFESTO COMO SEM DESTINATARIO.
      *-----------------------------------*
      *
       060-CARREGA-LISTA SECTION.
      *
           MOVE ZEROS TO WS-QTD-DEST
      *
           OPEN INPUT ARQ-LISTA
           IF FS-LISTA NOT EQUAL "00"
              CLOSE ARQ-LISTA
              DISPLAY "SEPARREL: LISTADIST.PRM NAO ENCONTRADO"
              GO TO 060-FIM
           END-IF
      *
           READ ARQ-LISTA
           PERFORM UNTIL FS-LISTA NOT EQUAL "00"
              IF LD-TIPO NOT EQUAL "*"
                 AND LD-EMAIL NOT EQUAL SPACES
                 AND WS-QTD-DEST LESS THAN 2000
                 ADD 1 TO WS-QTD-DEST
                 MOVE FUNCTION UPPER-CASE(LD-TIPO)
                   TO WS-DT-TIPO(WS-QTD-DEST)
                 MOVE LD-CODIGO TO WS-DT-CODIGO(WS-QTD-DEST)
                 MOVE FUNCTION UPPER-CASE(LD-RELATORIO)
                   TO WS-DT-RELATORIO(WS-QTD-DEST)
                 MOVE LD-EMAIL  TO WS-DT-EMAIL(WS-QTD-DEST)
                 MOVE LD-GRUPO  TO WS-DT-GRUPO(WS-QTD-DEST)
              END-IF
              READ ARQ-LISTA
           END-PERFORM
      *
           CLOSE ARQ-LISTA.
      *
       060-FIM.
           EXIT.

      *-----------------------------------*
      *    UM RELATORIO: SEPARA AS LINHAS POR VENDEDOR (SORT POR
      *    VENDEDOR + ORDEM ORIGINAL), GRAVA OS ARQUIVOS DOS
      *    VENDEDORES, REORDENA POR FILIAL E GRAVA OS DAS FILIAIS.
      *-----------------------------------*
      *
       100-PROCESSA-RELATORIO SECTION.
      *
           MOVE SPACES TO WS-NOME-ENTRADA
           STRING WS-REL-NOME(WS-IDX-REL) DELIMITED BY SPACE
                  ".CSV"                  DELIMITED BY SIZE
             INTO WS-NOME-ENTRADA
      *
           MOVE SPACES TO WS-MAN-ARQUIVO
           MOVE WS-REL-NOME(WS-IDX-REL) TO WS-MAN-RELATORIO
           MOVE SPACES TO WS-MAN-TIPO
           MOVE ZEROS  TO WS-MAN-CODIGO
           MOVE SPACES TO WS-MAN-EMAIL
           MOVE SPACES TO WS-MAN-GRUPO
           MOVE ZEROS  TO WS-MAN-REGISTROS
      *
           OPEN INPUT ARQ-ENTRADA
           IF FS-ENTRADA NOT EQUAL "00"
              CLOSE ARQ-ENTRADA
              MOVE WS-NOME-ENTRADA TO WS-MAN-ARQUIVO
              MOVE "RELATORIO NAO ENCONTRADO" TO WS-MAN-SITUACAO
              WRITE MANIFESTO-REG FROM WS-MAN-DET
              GO TO 100-FIM
           END-IF
      *
           MOVE SPACES TO WS-CABECALHO
           READ ARQ-ENTRADA INTO WS-CABECALHO
           IF WS-REL-REGRA(WS-IDX-REL) EQUAL "C1"
              AND WS-CABECALHO(1:15) EQUAL "GRUPO ECONOMICO"
              CLOSE ARQ-ENTRADA
              MOVE WS-NOME-ENTRADA TO WS-MAN-ARQUIVO
              MOVE "NAO DISTRIBUIDO (POR GRUPO)"
                TO WS-MAN-SITUACAO
              WRITE MANIFESTO-REG FROM WS-MAN-DET
              GO TO 100-FIM
           END-IF
      *
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER THAN 999
              MOVE ZEROS TO WS-VT-QTD(WS-IDX-VEND)
           END-PERFORM
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SRT-COD-VEND
                                 SRT-SEQ
                INPUT  PROCEDURE IS 200-SEPARA-LINHAS
                GIVING ARQ-ORD-VEND
      *
           IF WS-QTD-SEM-VEND GREATER THAN ZEROS
              MOVE "V"              TO WS-MAN-TIPO
              MOVE WS-QTD-SEM-VEND  TO WS-MAN-REGISTROS
              MOVE "LINHAS SEM VENDEDOR ATIVO" TO WS-MAN-SITUACAO
              WRITE MANIFESTO-REG FROM WS-MAN-DET
           END-IF
      *
           PERFORM 300-GRAVA-VENDEDORES
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SRT-FILIAL
                                 SRT-SEQ
                USING  ARQ-ORD-VEND
                GIVING ARQ-ORD-FIL
      *
           PERFORM 400-GRAVA-FILIAIS
           PERFORM 500-SEM-MOVIMENTO.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    LINHAS DO RELATORIO CORRENTE COM O VENDEDOR DE CADA UMA.
      *    LINHA EM BRANCO ENCERRA O BLOCO POR VENDEDOR; LINHA SEM
      *    VENDEDOR IDENTIFICAVEL (TOTAIS, EQUIPES) FICA DE FORA.
      *-----------------------------------*
      *
       200-SEPARA-LINHAS SECTION.
      *
           MOVE ZEROS TO WS-SEQ-LINHA
           MOVE ZEROS TO WS-QTD-SEM-VEND
           SET WS-DENTRO-BLOCO TO TRUE
      *
           READ ARQ-ENTRADA
           PERFORM UNTIL FS-ENTRADA NOT EQUAL "00"
                      OR WS-FIM-BLOCO
              IF ENTRADA-REG EQUAL SPACES
                 SET WS-FIM-BLOCO TO TRUE
              ELSE
                 PERFORM 210-VENDEDOR-DA-LINHA
                 IF WS-VEND-LINHA GREATER THAN ZEROS
                    ADD 1 TO WS-SEQ-LINHA
                    MOVE WS-VEND-LINHA TO SRT-COD-VEND
                    MOVE WS-VT-FILIAL(WS-VEND-LINHA) TO SRT-FILIAL
                    MOVE WS-SEQ-LINHA  TO SRT-SEQ
                    MOVE ENTRADA-REG   TO SRT-LINHA
                    RELEASE REG-SORT
                 END-IF
                 READ ARQ-ENTRADA
              END-IF
           END-PERFORM
      *
           CLOSE ARQ-ENTRADA.

      *-----------------------------------*
      *    VENDEDOR DA LINHA PELA REGRA DO RELATORIO (ZERO = NAO
      *    SEPARAVEL). VENDEDOR FORA DO CADASTRO OU INATIVO CONTA
      *    COMO LINHA SEM VENDEDOR.
      *-----------------------------------*
      *
       210-VENDEDOR-DA-LINHA SECTION.
      *
           MOVE ZEROS  TO WS-VEND-LINHA
           MOVE SPACES TO WS-CAMPO1
           MOVE SPACES TO WS-CAMPO2
           UNSTRING ENTRADA-REG DELIMITED BY ";"
             INTO WS-CAMPO1 WS-CAMPO2
      *
           EVALUATE WS-REL-REGRA(WS-IDX-REL)
              WHEN "V1"
                 IF WS-CAMPO1(1:3) IS NUMERIC
                    AND WS-CAMPO1(4:) EQUAL SPACES
                    MOVE WS-CAMPO1(1:3) TO WS-VEND-LINHA
                 ELSE
                    GO TO 210-FIM
                 END-IF
              WHEN "V2"
                 IF (WS-CAMPO1 EQUAL "PENDENTE"
                     OR WS-CAMPO1 EQUAL "RESUMO")
                    AND WS-CAMPO2(1:3) IS NUMERIC
                    MOVE WS-CAMPO2(1:3) TO WS-VEND-LINHA
                 ELSE
                    GO TO 210-FIM
                 END-IF
              WHEN "C1"
                 IF WS-CAMPO1(1:7) IS NUMERIC
                    AND WS-ATUAL-ABERTO
                    MOVE WS-CAMPO1(1:7) TO ATR-COD-CLI
                    READ ARQ-ATUAL RECORD
                      KEY IS ATR-COD-CLI
                    IF FS-ATUAL EQUAL "00"
                       MOVE ATR-COD-VEND TO WS-VEND-LINHA
                    END-IF
                 ELSE
                    IF WS-CAMPO1(1:7) IS NOT NUMERIC
                       GO TO 210-FIM
                    END-IF
                 END-IF
           END-EVALUATE
      *
           IF WS-VEND-LINHA EQUAL ZEROS
              OR WS-VT-SITUACAO(WS-VEND-LINHA) NOT EQUAL "A"
              MOVE ZEROS TO WS-VEND-LINHA
              ADD 1 TO WS-QTD-SEM-VEND
           END-IF.
      *
       210-FIM.
           EXIT.

      *-----------------------------------*
      *    UM ARQUIVO POR VENDEDOR: NOME_VNNN_AAAAMMDD.CSV
      *-----------------------------------*
      *
       300-GRAVA-VENDEDORES SECTION.
      *
           OPEN INPUT ARQ-ORD-VEND
           MOVE "N" TO WS-FIM-ORD-SW
           READ ARQ-ORD-VEND
           IF FS-ORV NOT EQUAL "00"
              SET WS-FIM-ORD TO TRUE
           END-IF
      *
           PERFORM UNTIL WS-FIM-ORD
              MOVE ORV-COD-VEND TO WS-CHAVE-GRUPO
              MOVE ORV-COD-VEND TO WS-VEND-ED
              MOVE SPACES TO WS-NOME-SAIDA
              STRING WS-REL-NOME(WS-IDX-REL) DELIMITED BY SPACE
                     "_V" WS-VEND-ED "_" WS-DATA-EXEC ".CSV"
                                              DELIMITED BY SIZE
                INTO WS-NOME-SAIDA
              OPEN OUTPUT ARQ-SAIDA
              WRITE SAIDA-REG FROM WS-CABECALHO
              MOVE ZEROS TO WS-QTD-LINHAS
      *
              PERFORM UNTIL WS-FIM-ORD
                         OR ORV-COD-VEND NOT EQUAL WS-CHAVE-GRUPO
                 WRITE SAIDA-REG FROM ORV-LINHA
                 ADD 1 TO WS-QTD-LINHAS
                 READ ARQ-ORD-VEND
                 IF FS-ORV NOT EQUAL "00"
                    SET WS-FIM-ORD TO TRUE
                 END-IF
              END-PERFORM
      *
              CLOSE ARQ-SAIDA
              MOVE WS-QTD-LINHAS TO WS-VT-QTD(WS-CHAVE-GRUPO)
              MOVE "V" TO WS-MAN-TIPO
              PERFORM 800-GRAVA-MANIFESTO
           END-PERFORM
      *
           CLOSE ARQ-ORD-VEND.

      *-----------------------------------*
      *    UM ARQUIVO POR FILIAL DOS VENDEDORES: NOME_FNN_AAAAMMDD.
      *    CSV. VENDEDOR SEM FILIAL SO TEM O ARQUIVO DELE.
      *-----------------------------------*
      *
       400-GRAVA-FILIAIS SECTION.
      *
           OPEN INPUT ARQ-ORD-FIL
           MOVE "N" TO WS-FIM-ORD-SW
           READ ARQ-ORD-FIL
           IF FS-ORF NOT EQUAL "00"
              SET WS-FIM-ORD TO TRUE
           END-IF
      *
           PERFORM UNTIL WS-FIM-ORD OR ORF-FILIAL GREATER THAN ZEROS
              READ ARQ-ORD-FIL
              IF FS-ORF NOT EQUAL "00"
                 SET WS-FIM-ORD TO TRUE
              END-IF
           END-PERFORM
      *
           PERFORM UNTIL WS-FIM-ORD
              MOVE ORF-FILIAL TO WS-CHAVE-GRUPO
              MOVE ORF-FILIAL TO WS-FILIAL-ED
              MOVE SPACES TO WS-NOME-SAIDA
              STRING WS-REL-NOME(WS-IDX-REL) DELIMITED BY SPACE
                     "_F" WS-FILIAL-ED "_" WS-DATA-EXEC ".CSV"
                                              DELIMITED BY SIZE
                INTO WS-NOME-SAIDA
              OPEN OUTPUT ARQ-SAIDA
              WRITE SAIDA-REG FROM WS-CABECALHO
              MOVE ZEROS TO WS-QTD-LINHAS
      *
              PERFORM UNTIL WS-FIM-ORD
                         OR ORF-FILIAL NOT EQUAL WS-CHAVE-GRUPO
                 WRITE SAIDA-REG FROM ORF-LINHA
                 ADD 1 TO WS-QTD-LINHAS
                 READ ARQ-ORD-FIL
                 IF FS-ORF NOT EQUAL "00"
                    SET WS-FIM-ORD TO TRUE
                 END-IF
              END-PERFORM
      *
              CLOSE ARQ-SAIDA
              MOVE "F" TO WS-MAN-TIPO
              PERFORM 800-GRAVA-MANIFESTO
           END-PERFORM
      *
           CLOSE ARQ-ORD-FIL.

      *-----------------------------------*
      *    VENDEDORES ATIVOS QUE NAO TIVERAM LINHA NO RELATORIO
      *-----------------------------------*
      *
       500-SEM-MOVIMENTO SECTION.
      *
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER THAN 999
              IF WS-VT-SITUACAO(WS-IDX-VEND) EQUAL "A"
                 AND WS-VT-QTD(WS-IDX-VEND) EQUAL ZEROS
                 MOVE SPACES          TO WS-MAN-ARQUIVO
                 MOVE "V"             TO WS-MAN-TIPO
                 MOVE WS-IDX-VEND     TO WS-MAN-CODIGO
                 MOVE SPACES          TO WS-MAN-EMAIL
                 MOVE SPACES          TO WS-MAN-GRUPO
                 MOVE ZEROS           TO WS-MAN-REGISTROS
                 MOVE "SEM MOVIMENTO" TO WS-MAN-SITUACAO
                 WRITE MANIFESTO-REG FROM WS-MAN-DET
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    LINHAS DO MANIFESTO DO ARQUIVO RECEM-GRAVADO: UMA POR
      *    DESTINATARIO DA LISTA (TIPO E CODIGO IGUAIS, RELATORIO
      *    IGUAL OU TODOS) OU UMA SEM DESTINATARIO.
      *-----------------------------------*
      *
       800-GRAVA-MANIFESTO SECTION.
      *
           ADD 1 TO WS-QTD-ARQUIVOS
           MOVE WS-NOME-SAIDA  TO WS-MAN-ARQUIVO
           MOVE WS-CHAVE-GRUPO TO WS-MAN-CODIGO
           MOVE WS-QTD-LINHAS  TO WS-MAN-REGISTROS
           MOVE ZEROS TO WS-QTD-ACHADOS
      *
           PERFORM VARYING WS-IDX-DEST FROM 1 BY 1
                   UNTIL WS-IDX-DEST GREATER THAN WS-QTD-DEST
              IF WS-DT-TIPO(WS-IDX-DEST) EQUAL WS-MAN-TIPO
                 AND WS-DT-CODIGO(WS-IDX-DEST) EQUAL WS-CHAVE-GRUPO
                 AND (WS-DT-RELATORIO(WS-IDX-DEST)
                         EQUAL WS-REL-NOME(WS-IDX-REL)
                      OR WS-DT-RELATORIO(WS-IDX-DEST) EQUAL "TODOS")
                 ADD 1 TO WS-QTD-ACHADOS
                 MOVE WS-DT-EMAIL(WS-IDX-DEST) TO WS-MAN-EMAIL
                 MOVE WS-DT-GRUPO(WS-IDX-DEST) TO WS-MAN-GRUPO
                 MOVE "ENVIAR" TO WS-MAN-SITUACAO
                 WRITE MANIFESTO-REG FROM WS-MAN-DET
              END-IF
           END-PERFORM
      *
           IF WS-QTD-ACHADOS EQUAL ZEROS
              ADD 1 TO WS-QTD-SEM-DEST
              MOVE SPACES TO WS-MAN-EMAIL
              MOVE SPACES TO WS-MAN-GRUPO
              MOVE "SEM DESTINATARIO" TO WS-MAN-SITUACAO
              WRITE MANIFESTO-REG FROM WS-MAN-DET
           END-IF.
      *
       END PROGRAM SEPARREL.
      *-----------------------------------*
