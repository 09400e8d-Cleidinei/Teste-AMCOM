       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LGPDUTIL.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    ATENDIMENTO AO TITULAR DE DADOS (LGPD): DADO UM CPF OU
      *    CNPJ (11 OU 14 DIGITOS), LOCALIZA TODO REGISTRO COM DADOS
      *    PESSOAIS DELE E GRAVA O RELATORIO LGPD_<DOCUMENTO>.CSV
      *    PARA O ENCARREGADO (DPO). ARQUIVOS PESQUISADOS:
      *      BOOKCLI     - CLIENTE PELO CNPJ (CHAVE ALTERNATIVA);
      *      CADVENDEDOR - VENDEDOR PELO CPF (SO DOCUMENTO DE 11);
      *      PROSPECT    - PELO CNPJ OU PELO CLIENTE CONVERTIDO;
      *      AUDCLI.TXT / AUDVEND.TXT E OS ARQUIVAMENTOS DELES
      *                    LISTADOS NO CATALOGO ARCINDEX.TXT DO
      *                    HOUSEKEEP - PELO CODIGO OU DOCUMENTO;
      *      JRNMASTER   - IMAGENS DE BOOKCLI E CADVENDEDOR;
      *      DWCLI.CSV / DWVEND.CSV - EXTRATOS DO EXTRATDW.
      *    FUNCAO R (PADRAO) SO RELATA. FUNCAO A, COM O PROTOCOLO
      *    DA SOLICITACAO APROVADA, ANONIMIZA NO PROPRIO LUGAR: NOME
      *    TROCADO POR "ANONIMIZADO LGPD", TELEFONE E E-MAIL EM
      *    BRANCO, COORDENADAS ZERADAS E DOCUMENTO MASCARADO. A
      *    MASCARA GUARDA O CODIGO PARA AS CHAVES ALTERNATIVAS
      *    CONTINUAREM UNICAS E NUNCA FORMA UM DOCUMENTO VALIDO:
      *      CPF  = 99999999 + CODIGO DO VENDEDOR (3);
      *      CNPJ = 9 + CODIGO DO CLIENTE (7) + ORDEM/DV ZERADOS.
      *    O CLIENTE ANONIMIZADO DEIXA O GRUPO ECONOMICO DA RAIZ
      *    ANTIGA (GRUPO INFORMADO NO GRUPOCLI E MANTIDO). O PROSPECT
      *    FICA SEM CNPJ. CODIGOS, PEDIDOS, FATURAS, PAGAMENTOS E
      *    COMISSOES NAO SAO TOCADOS, POIS SO GUARDAM CODIGOS.
      *    SO CADASTRO INATIVO PODE SER ANONIMIZADO (A DISTRIBUICAO
      *    NAO PODE USAR COORDENADA ZERADA). AS REGRAVACOES DOS
      *    CADASTROS VAO PARA O JORNAL COMO AS DEMAIS; AS TRILHAS E
      *    OS ARQUIVAMENTOS SAO REESCRITOS POR COPIA TEMPORARIA
      *    (LGPDAUD.NEW) E O JORNAL E REGRAVADO REGISTRO A REGISTRO.
      *    OS EXTRATOS DO DW TEM TOTAL DE CONTROLE E SO SAO RELATADOS
      *    PARA SEREM GERADOS DE NOVO. A ANONIMIZACAO FICA NA TRILHA
      *    DE AUDITORIA (OPERACAO ANONIMIZA, SO COM O DOCUMENTO
      *    MASCARADO) E TODA EXECUCAO FICA NO LGPDLOG.TXT COM O
      *    PROTOCOLO, SEM O DOCUMENTO DO TITULAR.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARQ-PROSPECT  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRS-CODIGO
                  ALTERNATE RECORD KEY IS PRS-CNPJ WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PRS.
           SELECT ARQ-JORNAL    ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-JORNAL.
           SELECT ARQ-TRILHA    ASSIGN TO WS-NOME-TRILHA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-TRILHA.
           SELECT ARQ-TRILHA-T  ASSIGN TO "LGPDAUD.NEW"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-TMP.
           SELECT ARQ-CATALOGO  ASSIGN TO "ARCINDEX.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-CAT.
           SELECT ARQ-DW        ASSIGN TO WS-NOME-DW
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DW.
           SELECT ARQ-LGPDLOG   ASSIGN TO "LGPDLOG.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-LGPDLOG.
           SELECT RELATORIO     ASSIGN TO WS-NOME-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-REL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PROSPECT'.
       COPY "BOOKPRS.CPY".
      *
       FD  ARQ-JORNAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'JRNMASTER'.
       COPY "BOOKJRN.CPY".
      *
       FD  ARQ-TRILHA
           RECORD CONTAINS 200.
       01  TRILHA-REG PIC X(200).
      *
       FD  ARQ-TRILHA-T
           RECORD CONTAINS 200.
       01  TRILHA-T-REG PIC X(200).
      *
       FD  ARQ-CATALOGO.
       01  CATALOGO-REG PIC X(030).
      *
       FD  ARQ-DW.
       01  DW-REG PIC X(250).
      *
       FD  ARQ-LGPDLOG.
       01  LGPDLOG-REG PIC X(080).
      *
       FD  RELATORIO.
       01  REL-REG PIC X(236).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-PRS             PIC X(002) VALUE "00".
       77  FS-JORNAL               PIC X(002) VALUE "00".
       77  FS-TRILHA               PIC X(002) VALUE "00".
       77  FS-TMP                  PIC X(002) VALUE "00".
       77  FS-CAT                  PIC X(002) VALUE "00".
       77  FS-DW                   PIC X(002) VALUE "00".
       77  FS-LGPDLOG              PIC X(002) VALUE "00".
       77  FS-REL                  PIC X(002) VALUE "00".
       77  WS-NOME-TRILHA          PIC X(030) VALUE SPACES.
       77  WS-NOME-DW              PIC X(030) VALUE SPACES.
       77  WS-NOME-REL             PIC X(030) VALUE SPACES.
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DOC-TAM              PIC 9(002) VALUE ZEROS.
       77  WS-DOC-NUM              PIC 9(014) VALUE ZEROS.
       77  WS-DOC-CPF              PIC 9(011) VALUE ZEROS.
       77  WS-CLI-COD              PIC 9(007) VALUE ZEROS.
       77  WS-CLI-STATUS           PIC X(001) VALUE SPACES.
       77  WS-VEND-COD             PIC 9(003) VALUE ZEROS.
       77  WS-VEND-STATUS          PIC X(001) VALUE SPACES.
       77  WS-NUM-LINHA            PIC 9(007) VALUE ZEROS.
       77  WS-QTD-TRILHA           PIC 9(007) VALUE ZEROS.
       77  WS-QTD-TOTAL            PIC 9(007) VALUE ZEROS.
       77  WS-QTD-TOTAL-ED         PIC ZZZZZZ9 VALUE ZEROS.
       77  WS-NUM-LINHA-ED         PIC 9(007) VALUE ZEROS.
       77  WS-NOME-ANONIMO         PIC X(040)
                                   VALUE "ANONIMIZADO LGPD".
       01  WS-FUNCAO-SW            PIC X(001) VALUE "R".
           88 WS-SO-RELATA                    VALUE "R".
           88 WS-ANONIMIZA                    VALUE "A".
       01  WS-TIPO-DOC-SW          PIC X(001) VALUE SPACES.
           88 WS-DOC-CPF-INFORMADO            VALUE "F".
           88 WS-DOC-CNPJ-INFORMADO           VALUE "J".
       01  WS-TIPO-TRILHA-SW       PIC X(001) VALUE SPACES.
           88 WS-TRILHA-CLIENTE               VALUE "C".
           88 WS-TRILHA-VENDEDOR              VALUE "V".
       01  WS-ACHOU-CLI-SW         PIC X(001) VALUE "N".
           88 WS-ACHOU-CLI                    VALUE "S".
       01  WS-ACHOU-VEND-SW        PIC X(001) VALUE "N".
           88 WS-ACHOU-VEND                   VALUE "S".
       01  WS-CONFERE-SW           PIC X(001) VALUE "N".
           88 WS-REGISTRO-DO-TITULAR          VALUE "S".
           88 WS-REGISTRO-DE-OUTRO            VALUE "N".
       01  WS-ERRO-SW              PIC X(001) VALUE "N".
           88 WS-SEM-ERRO                     VALUE "N".
           88 WS-COM-ERRO                     VALUE "S".
      *-----------------------------------*
      *    MASCARAS DOS DOCUMENTOS ANONIMIZADOS
      *-----------------------------------*
       01  WS-CNPJ-MASCARA.
           03 FILLER               PIC 9(001) VALUE 9.
           03 WS-CM-COD-CLI        PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC 9(006) VALUE ZEROS.
       01  WS-CNPJ-MASCARA-N REDEFINES WS-CNPJ-MASCARA
                                   PIC 9(014).
       01  WS-CPF-MASCARA.
           03 FILLER               PIC 9(008) VALUE 99999999.
           03 WS-VM-COD-VEND       PIC 9(003) VALUE ZEROS.
       01  WS-CPF-MASCARA-N REDEFINES WS-CPF-MASCARA
                                   PIC 9(011).
      *-----------------------------------*
      *    LINHA DA TRILHA DE CLIENTES NO MESMO FORMATO GRAVADO PELO
      *    CADCLI (TAMBEM CADPRS, FUSAOCLI, DELTACLI E GEOCODIF)
      *-----------------------------------*
       01  WS-AC-LINHA.
           03 WS-AC-DATA           PIC 9(008)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-HORA           PIC 9(006)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-OPERACAO       PIC X(010)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-COD-CLI        PIC 9(007)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-CNPJ           PIC 9(014)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-RZ-ANTES       PIC X(040)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-RZ-DEPOIS      PIC X(040)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-LATI-ANTES     PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-LATI-DEPOIS    PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-LONG-ANTES     PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-LONG-DEPOIS    PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-STATUS-ANTES   PIC X(001)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-STATUS-DEPOIS  PIC X(001)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AC-OPER           PIC 9(003)  VALUE ZEROS.
      *-----------------------------------*
      *    LINHA DA TRILHA DE VENDEDORES NO FORMATO DO CADVEND
      *-----------------------------------*
       01  WS-AV-LINHA.
           03 WS-AV-DATA           PIC 9(008)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-HORA           PIC 9(006)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-OPERACAO       PIC X(010)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-COD-VEND       PIC 9(003)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-CPF            PIC 9(011)  VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-NOME-ANTES     PIC X(040)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-NOME-DEPOIS    PIC X(040)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-LATI-ANTES     PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-LATI-DEPOIS    PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-LONG-ANTES     PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-LONG-DEPOIS    PIC S9(003)V9(008) VALUE ZEROS.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-STATUS-ANTES   PIC X(001)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-STATUS-DEPOIS  PIC X(001)  VALUE SPACES.
           03 FILLER               PIC X       VALUE ";".
           03 WS-AV-OPER           PIC 9(003)  VALUE ZEROS.
      *-----------------------------------*
      *    LINHA DE DETALHE DOS EXTRATOS DWCLI.CSV E DWVEND.CSV
      *-----------------------------------*
       01  WS-DW-LINHA             PIC X(250) VALUE SPACES.
       01  WS-DW-CLI REDEFINES WS-DW-LINHA.
           03 WS-DWC-TIPO          PIC X(002).
           03 WS-DWC-COD           PIC X(007).
           03 FILLER               PIC X(001).
           03 WS-DWC-CNPJ          PIC X(014).
           03 FILLER               PIC X(001).
           03 WS-DWC-RAZAO         PIC X(040).
           03 FILLER               PIC X(185).
       01  WS-DW-VEND REDEFINES WS-DW-LINHA.
           03 WS-DWV-TIPO          PIC X(002).
           03 WS-DWV-COD           PIC X(003).
           03 FILLER               PIC X(001).
           03 WS-DWV-CPF           PIC X(011).
           03 FILLER               PIC X(001).
           03 WS-DWV-NOME          PIC X(040).
           03 FILLER               PIC X(192).
       01  WS-DOC-NUM-X            PIC 9(014) VALUE ZEROS.
       01  WS-DOC-CPF-X            PIC 9(011) VALUE ZEROS.
       01  WS-CLI-COD-X            PIC 9(007) VALUE ZEROS.
       01  WS-VEND-COD-X           PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    JORNAL DE IMAGENS POSTERIORES (GRVJRNL)
      *-----------------------------------*
       01 PARAM-JRNL.
          03 WS-JRN-ARQUIVO        PIC X(012) VALUE SPACES.
          03 WS-JRN-OPERACAO       PIC X(001) VALUE SPACES.
          03 WS-JRN-CHAVE          PIC X(014) VALUE SPACES.
          03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
          03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *-----------------------------------*
      *    RELATORIO PARA O ENCARREGADO
      *-----------------------------------*
       01  WS-CAB-REL              PIC X(236) VALUE
           "ARQUIVO;REGISTRO;CAMPOS;CONTEUDO;ACAO".
       01  WS-DET-REL.
           03 WS-DR-ARQUIVO        PIC X(030) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DR-REGISTRO       PIC X(030) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DR-CAMPOS         PIC X(040) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DR-CONTEUDO.
              05 WS-DR-NOME        PIC X(040) VALUE SPACES.
              05 FILLER            PIC X      VALUE SPACE.
              05 WS-DR-DOC         PIC X(014) VALUE SPACES.
              05 FILLER            PIC X      VALUE SPACE.
              05 WS-DR-TELEFONE    PIC X(015) VALUE SPACES.
              05 FILLER            PIC X      VALUE SPACE.
              05 WS-DR-EMAIL       PIC X(040) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DR-ACAO           PIC X(020) VALUE SPACES.
       01  WS-ROD-REL.
           03 FILLER               PIC X(006) VALUE "TOTAL;".
           03 WS-RR-QTD            PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X(012) VALUE " REGISTRO(S)".
      *-----------------------------------*
      *    REGISTRO DE EXECUCOES (LGPDLOG.TXT)
      *-----------------------------------*
       01  WS-LOG-LINHA.
           03 WS-LG-DATA           PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-LG-HORA           PIC 9(006) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-LG-FUNCAO         PIC X(001) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-LG-PROTOCOLO      PIC X(020) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-LG-COD-CLI        PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-LG-COD-VEND       PIC 9(003) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-LG-QTD            PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-LG-SITUACAO       PIC X(010) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-LGPDUTIL.
           03  LGPD-DOCUMENTO      PIC X(014).
           03  LGPD-FUNCAO         PIC X(001).
           03  LGPD-PROTOCOLO      PIC X(020).
           03  LGPD-MSG            PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-LGPDUTIL.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO LGPD-MSG
           MOVE ZEROS  TO WS-QTD-TOTAL
           SET WS-SEM-ERRO TO TRUE
      *
           MOVE ZEROS TO WS-DOC-TAM
           INSPECT LGPD-DOCUMENTO TALLYING WS-DOC-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DOC-TAM NOT EQUAL 11
              AND WS-DOC-TAM NOT EQUAL 14
              MOVE "LGPDUTIL: INFORMAR CPF (11) OU CNPJ (14)"
                TO LGPD-MSG
              GOBACK
           END-IF
           IF LGPD-DOCUMENTO(1:WS-DOC-TAM) IS NOT NUMERIC
              MOVE "LGPDUTIL: INFORMAR CPF (11) OU CNPJ (14)"
                TO LGPD-MSG
              GOBACK
           END-IF
           COMPUTE WS-DOC-NUM =
                   FUNCTION NUMVAL(LGPD-DOCUMENTO(1:WS-DOC-TAM))
           IF WS-DOC-NUM EQUAL ZEROS
              MOVE "LGPDUTIL: INFORMAR CPF (11) OU CNPJ (14)"
                TO LGPD-MSG
              GOBACK
           END-IF
           IF WS-DOC-TAM EQUAL 11
              SET WS-DOC-CPF-INFORMADO  TO TRUE
              MOVE WS-DOC-NUM TO WS-DOC-CPF
           ELSE
              SET WS-DOC-CNPJ-INFORMADO TO TRUE
              MOVE ZEROS      TO WS-DOC-CPF
           END-IF
      *
           IF LGPD-FUNCAO EQUAL "A"
              SET WS-ANONIMIZA TO TRUE
              IF LGPD-PROTOCOLO EQUAL SPACES
                 MOVE "LGPDUTIL: INFORMAR PROTOCOLO APROVADO"
                   TO LGPD-MSG
                 GOBACK
              END-IF
           ELSE
              SET WS-SO-RELATA TO TRUE
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
      *
           PERFORM 050-LOCALIZA-CADASTROS
      *
           IF WS-ANONIMIZA
              IF (WS-ACHOU-CLI AND WS-CLI-STATUS NOT EQUAL "I")
                 OR (WS-ACHOU-VEND AND WS-VEND-STATUS NOT EQUAL "I")
                 MOVE "LGPDUTIL: CADASTRO DEVE SER INATIVADO"
                   TO LGPD-MSG
                 GOBACK
              END-IF
           END-IF
      *
           MOVE SPACES TO WS-NOME-REL
           STRING "LGPD_" LGPD-DOCUMENTO(1:WS-DOC-TAM) ".CSV"
             DELIMITED BY SIZE INTO WS-NOME-REL
           OPEN OUTPUT RELATORIO
           IF FS-REL NOT EQUAL "00"
              MOVE "LGPDUTIL: ERRO AO GRAVAR O RELATORIO"
                TO LGPD-MSG
              GOBACK
           END-IF
           WRITE REL-REG FROM WS-CAB-REL
      *
           PERFORM 100-CLIENTE
           PERFORM 150-VENDEDOR
           PERFORM 200-PROSPECTS
      *
           SET WS-TRILHA-CLIENTE  TO TRUE
           MOVE "AUDCLI.TXT"  TO WS-NOME-TRILHA
           PERFORM 300-TRILHA
           SET WS-TRILHA-VENDEDOR TO TRUE
           MOVE "AUDVEND.TXT" TO WS-NOME-TRILHA
           PERFORM 300-TRILHA
           PERFORM 350-ARQUIVAMENTOS
      *
           PERFORM 400-JORNAL
           PERFORM 450-EXTRATOS-DW
      *
           IF WS-ANONIMIZA
              PERFORM 500-REGISTRA-AUDITORIA
           END-IF
           PERFORM 550-REGISTRA-LOG
      *
           MOVE WS-QTD-TOTAL TO WS-RR-QTD
           WRITE REL-REG FROM WS-ROD-REL
           CLOSE RELATORIO
      *
           MOVE WS-QTD-TOTAL TO WS-QTD-TOTAL-ED
           EVALUATE TRUE
              WHEN WS-COM-ERRO
                 MOVE "LGPDUTIL: ERRO AO ANONIMIZAR - VER LOG"
                   TO LGPD-MSG
              WHEN WS-QTD-TOTAL EQUAL ZEROS
                 MOVE "LGPDUTIL: NENHUM DADO DO TITULAR"
                   TO LGPD-MSG
              WHEN WS-ANONIMIZA
                 STRING "LGPDUTIL: " WS-QTD-TOTAL-ED
                        " REG. ANONIMIZADOS"
                   DELIMITED BY SIZE INTO LGPD-MSG
              WHEN OTHER
                 STRING "LGPDUTIL: " WS-QTD-TOTAL-ED
                        " REG. LOCALIZADOS"
                   DELIMITED BY SIZE INTO LGPD-MSG
           END-EVALUATE
      *
           GOBACK.

      *-----------------------------------*
      *    CLIENTE PELO CNPJ E VENDEDOR PELO CPF (CHAVES
      *    ALTERNATIVAS), SO LEITURA: OS CODIGOS ENCONTRADOS AQUI
      *    LOCALIZAM O TITULAR NAS TRILHAS E NO JORNAL.
      *-----------------------------------*
      *
       050-LOCALIZA-CADASTROS SECTION.
      *
           MOVE "N" TO WS-ACHOU-CLI-SW
           MOVE "N" TO WS-ACHOU-VEND-SW
           MOVE ZEROS TO WS-CLI-COD WS-VEND-COD
      *
           OPEN INPUT ARQ-CLIENTE
           IF FSTATUS-CLI EQUAL "00"
              MOVE WS-DOC-NUM TO CNPJ-CLI
              READ ARQ-CLIENTE RECORD
                KEY IS CNPJ-CLI
              IF FSTATUS-CLI EQUAL "00"
                 SET WS-ACHOU-CLI TO TRUE
                 MOVE COD-CLI    TO WS-CLI-COD
                 MOVE STATUS-CLI TO WS-CLI-STATUS
              END-IF
           END-IF
           CLOSE ARQ-CLIENTE
      *
           IF NOT WS-DOC-CPF-INFORMADO
              GO TO 050-FIM
           END-IF
      *
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND EQUAL "00"
              MOVE WS-DOC-CPF TO CPF
              READ ARQ-VENDEDOR RECORD
                KEY IS CPF
              IF FSTATUS-VEND EQUAL "00"
                 SET WS-ACHOU-VEND TO TRUE
                 MOVE COD-VEND    TO WS-VEND-COD
                 MOVE STATUS-VEND TO WS-VEND-STATUS
              END-IF
           END-IF
           CLOSE ARQ-VENDEDOR.
      *
       050-FIM.
           EXIT.

      *-----------------------------------*
      *    CADASTRO DO CLIENTE: NOME, CNPJ, CONTATO E COORDENADAS.
      *    A REGRAVACAO VAI PARA O JORNAL COMO EM TODO O SISTEMA.
      *-----------------------------------*
      *
       100-CLIENTE SECTION.
      *
           IF NOT WS-ACHOU-CLI
              GO TO 100-FIM
           END-IF
      *
           IF WS-ANONIMIZA
              OPEN I-O ARQ-CLIENTE
           ELSE
              OPEN INPUT ARQ-CLIENTE
           END-IF
           IF FSTATUS-CLI NOT EQUAL "00"
              CLOSE ARQ-CLIENTE
              GO TO 100-FIM
           END-IF
      *
           MOVE WS-CLI-COD TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              CLOSE ARQ-CLIENTE
              GO TO 100-FIM
           END-IF
      *
           IF WS-ANONIMIZA
              PERFORM 910-ANONIMIZA-CLIENTE
              REWRITE ARQ-CLI-REG
              IF FSTATUS-CLI NOT EQUAL "00"
                 SET WS-COM-ERRO TO TRUE
                 DISPLAY "LGPDUTIL: ERRO AO REGRAVAR BOOKCLI - FS "
                         FSTATUS-CLI
                 CLOSE ARQ-CLIENTE
                 GO TO 100-FIM
              END-IF
              MOVE "BOOKCLI"     TO WS-JRN-ARQUIVO
              MOVE "R"           TO WS-JRN-OPERACAO
              MOVE SPACES        TO WS-JRN-CHAVE
              MOVE COD-CLI       TO WS-JRN-CHAVE(1:7)
              MOVE ZEROS         TO WS-JRN-OPERADOR
              MOVE ARQ-CLI-REG   TO WS-JRN-IMAGEM
              CALL "GRVJRNL" USING PARAM-JRNL
           END-IF
      *
           MOVE "BOOKCLI"          TO WS-DR-ARQUIVO
           MOVE SPACES             TO WS-DR-REGISTRO
           STRING "CLIENTE " COD-CLI
             DELIMITED BY SIZE INTO WS-DR-REGISTRO
           MOVE "RAZAO,CNPJ,TELEFONE,E-MAIL,COORDENADAS"
                                   TO WS-DR-CAMPOS
           MOVE RAZAO-SOCIAL       TO WS-DR-NOME
           MOVE CNPJ-CLI           TO WS-DR-DOC
           MOVE TELEFONE-CLI       TO WS-DR-TELEFONE
           MOVE EMAIL-CLI          TO WS-DR-EMAIL
           PERFORM 800-GRAVA-DETALHE
      *
           CLOSE ARQ-CLIENTE.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    CADASTRO DO VENDEDOR: NOME, CPF E COORDENADAS
      *-----------------------------------*
      *
       150-VENDEDOR SECTION.
      *
           IF NOT WS-ACHOU-VEND
              GO TO 150-FIM
           END-IF
      *
           IF WS-ANONIMIZA
              OPEN I-O ARQ-VENDEDOR
           ELSE
              OPEN INPUT ARQ-VENDEDOR
           END-IF
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              GO TO 150-FIM
           END-IF
      *
           MOVE WS-VEND-COD TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              GO TO 150-FIM
           END-IF
      *
           IF WS-ANONIMIZA
              PERFORM 920-ANONIMIZA-VENDEDOR
              REWRITE ARQ-VENDEDOR-REG
              IF FSTATUS-VEND NOT EQUAL "00"
                 SET WS-COM-ERRO TO TRUE
                 DISPLAY "LGPDUTIL: ERRO AO REGRAVAR CADVENDEDOR - "
                         "FS " FSTATUS-VEND
                 CLOSE ARQ-VENDEDOR
                 GO TO 150-FIM
              END-IF
              MOVE "CADVENDEDOR"    TO WS-JRN-ARQUIVO
              MOVE "R"              TO WS-JRN-OPERACAO
              MOVE SPACES           TO WS-JRN-CHAVE
              MOVE COD-VEND         TO WS-JRN-CHAVE(1:3)
              MOVE ZEROS            TO WS-JRN-OPERADOR
              MOVE ARQ-VENDEDOR-REG TO WS-JRN-IMAGEM
              CALL "GRVJRNL" USING PARAM-JRNL
           END-IF
      *
           MOVE "CADVENDEDOR"      TO WS-DR-ARQUIVO
           MOVE SPACES             TO WS-DR-REGISTRO
           STRING "VENDEDOR " COD-VEND
             DELIMITED BY SIZE INTO WS-DR-REGISTRO
           MOVE "NOME,CPF,COORDENADAS"
                                   TO WS-DR-CAMPOS
           MOVE NOME-VENDEDOR      TO WS-DR-NOME
           MOVE CPF                TO WS-DR-DOC
           MOVE SPACES             TO WS-DR-TELEFONE
                                      WS-DR-EMAIL
           PERFORM 800-GRAVA-DETALHE
      *
           CLOSE ARQ-VENDEDOR.
      *
       150-FIM.
           EXIT.

      *-----------------------------------*
      *    PROSPECTS COM O MESMO CNPJ OU CONVERTIDOS NO CLIENTE DO
      *    TITULAR. O ANONIMIZADO FICA SEM CNPJ (E OPCIONAL NO
      *    PROSPECT) E E IGNORADO NAS PESQUISAS SEGUINTES.
      *-----------------------------------*
      *
       200-PROSPECTS SECTION.
      *
           IF WS-ANONIMIZA
              OPEN I-O ARQ-PROSPECT
           ELSE
              OPEN INPUT ARQ-PROSPECT
           END-IF
           IF FSTATUS-PRS NOT EQUAL "00"
              CLOSE ARQ-PROSPECT
              GO TO 200-FIM
           END-IF
      *
           READ ARQ-PROSPECT NEXT RECORD
           PERFORM UNTIL FSTATUS-PRS NOT EQUAL "00"
              SET WS-REGISTRO-DE-OUTRO TO TRUE
              IF PRS-NOME NOT EQUAL WS-NOME-ANONIMO
                 IF PRS-CNPJ EQUAL WS-DOC-NUM
                    SET WS-REGISTRO-DO-TITULAR TO TRUE
                 END-IF
                 IF WS-ACHOU-CLI
                    AND PRS-COD-CLI EQUAL WS-CLI-COD
                    SET WS-REGISTRO-DO-TITULAR TO TRUE
                 END-IF
              END-IF
              IF WS-REGISTRO-DO-TITULAR
                 PERFORM 210-PROSPECT-TITULAR
              END-IF
              READ ARQ-PROSPECT NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-PROSPECT.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *
       210-PROSPECT-TITULAR SECTION.
      *
           IF WS-ANONIMIZA
              MOVE WS-NOME-ANONIMO  TO PRS-NOME
              MOVE ZEROS            TO PRS-CNPJ
                                       PRS-LATITUDE
                                       PRS-LONGITUDE
                                       PRS-OPERADOR
              MOVE SPACES           TO PRS-TELEFONE
                                       PRS-EMAIL
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO PRS-DATA-ATUALIZ
              REWRITE ARQ-PRS-REG
              IF FSTATUS-PRS NOT EQUAL "00"
                 SET WS-COM-ERRO TO TRUE
                 DISPLAY "LGPDUTIL: ERRO AO REGRAVAR PROSPECT "
                         PRS-CODIGO " - FS " FSTATUS-PRS
                 GO TO 210-FIM
              END-IF
           END-IF
      *
           MOVE "PROSPECT"         TO WS-DR-ARQUIVO
           MOVE SPACES             TO WS-DR-REGISTRO
           STRING "PROSPECT " PRS-CODIGO
             DELIMITED BY SIZE INTO WS-DR-REGISTRO
           MOVE "NOME,CNPJ,TELEFONE,E-MAIL,COORDENADAS"
                                   TO WS-DR-CAMPOS
           MOVE PRS-NOME           TO WS-DR-NOME
           MOVE PRS-CNPJ           TO WS-DR-DOC
           MOVE PRS-TELEFONE       TO WS-DR-TELEFONE
           MOVE PRS-EMAIL          TO WS-DR-EMAIL
           PERFORM 800-GRAVA-DETALHE.
      *
       210-FIM.
           EXIT.

      *-----------------------------------*
      *    TRILHA DE AUDITORIA (VIVA OU ARQUIVADA) EM WS-NOME-TRILHA,
      *    DO TIPO EM WS-TIPO-TRILHA-SW. NA ANONIMIZACAO TODAS AS
      *    LINHAS VAO PARA O LGPDAUD.NEW E, HAVENDO ALTERACAO, ELE
      *    SUBSTITUI O ARQUIVO (MESMO METODO DO HOUSEKEEP). LINHA COM
      *    O DOCUMENTO JA MASCARADO NAO E MAIS DADO DO TITULAR.
      *-----------------------------------*
      *
       300-TRILHA SECTION.
      *
           MOVE ZEROS TO WS-QTD-TRILHA
           MOVE ZEROS TO WS-NUM-LINHA
      *
           OPEN INPUT ARQ-TRILHA
           IF FS-TRILHA NOT EQUAL "00"
              CLOSE ARQ-TRILHA
              GO TO 300-FIM
           END-IF
      *
           IF WS-ANONIMIZA
              OPEN OUTPUT ARQ-TRILHA-T
              IF FS-TMP NOT EQUAL "00"
                 SET WS-COM-ERRO TO TRUE
                 DISPLAY "LGPDUTIL: ERRO AO ABRIR LGPDAUD.NEW - FS "
                         FS-TMP
                 CLOSE ARQ-TRILHA
                 CLOSE ARQ-TRILHA-T
                 GO TO 300-FIM
              END-IF
           END-IF
      *
           READ ARQ-TRILHA
           PERFORM UNTIL FS-TRILHA NOT EQUAL "00"
                      OR WS-COM-ERRO
              ADD 1 TO WS-NUM-LINHA
              IF WS-TRILHA-CLIENTE
                 PERFORM 310-LINHA-CLIENTE
              ELSE
                 PERFORM 320-LINHA-VENDEDOR
              END-IF
              IF WS-ANONIMIZA
                 WRITE TRILHA-T-REG FROM TRILHA-REG
                 IF FS-TMP NOT EQUAL "00"
                    SET WS-COM-ERRO TO TRUE
                    DISPLAY "LGPDUTIL: ERRO AO GRAVAR LGPDAUD.NEW - "
                            "FS " FS-TMP
                 END-IF
              END-IF
              READ ARQ-TRILHA
           END-PERFORM
      *
           CLOSE ARQ-TRILHA
           IF WS-ANONIMIZA
              CLOSE ARQ-TRILHA-T
              IF WS-SEM-ERRO
                 AND WS-QTD-TRILHA GREATER THAN ZEROS
                 PERFORM 330-SUBSTITUI-TRILHA
              END-IF
           END-IF.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    LINHA DA TRILHA DE CLIENTES: DO TITULAR PELO CODIGO DO
      *    CLIENTE ENCONTRADO OU PELO CNPJ (CLIENTE JA EXCLUIDO).
      *-----------------------------------*
      *
       310-LINHA-CLIENTE SECTION.
      *
           MOVE TRILHA-REG TO WS-AC-LINHA
           IF WS-AC-COD-CLI IS NOT NUMERIC
              OR WS-AC-CNPJ IS NOT NUMERIC
              GO TO 310-FIM
           END-IF
           MOVE WS-AC-COD-CLI TO WS-CM-COD-CLI
           IF WS-AC-CNPJ EQUAL WS-CNPJ-MASCARA-N
              GO TO 310-FIM
           END-IF
      *
           SET WS-REGISTRO-DE-OUTRO TO TRUE
           IF WS-AC-CNPJ EQUAL WS-DOC-NUM
              SET WS-REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF WS-ACHOU-CLI
              AND WS-AC-COD-CLI EQUAL WS-CLI-COD
              SET WS-REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF WS-REGISTRO-DE-OUTRO
              GO TO 310-FIM
           END-IF
      *
           ADD 1 TO WS-QTD-TRILHA
           IF WS-ANONIMIZA
              MOVE WS-CNPJ-MASCARA-N TO WS-AC-CNPJ
              IF WS-AC-RZ-ANTES NOT EQUAL SPACES
                 MOVE WS-NOME-ANONIMO TO WS-AC-RZ-ANTES
              END-IF
              IF WS-AC-RZ-DEPOIS NOT EQUAL SPACES
                 MOVE WS-NOME-ANONIMO TO WS-AC-RZ-DEPOIS
              END-IF
              MOVE ZEROS TO WS-AC-LATI-ANTES  WS-AC-LATI-DEPOIS
                            WS-AC-LONG-ANTES  WS-AC-LONG-DEPOIS
              MOVE WS-AC-LINHA TO TRILHA-REG
           END-IF
      *
           MOVE WS-NOME-TRILHA     TO WS-DR-ARQUIVO
           MOVE WS-NUM-LINHA       TO WS-NUM-LINHA-ED
           MOVE SPACES             TO WS-DR-REGISTRO
           STRING "LINHA " WS-NUM-LINHA-ED " " WS-AC-OPERACAO
             DELIMITED BY SIZE INTO WS-DR-REGISTRO
           MOVE "CNPJ,RAZAO ANTES/DEPOIS,COORDENADAS"
                                   TO WS-DR-CAMPOS
           IF WS-AC-RZ-DEPOIS NOT EQUAL SPACES
              MOVE WS-AC-RZ-DEPOIS TO WS-DR-NOME
           ELSE
              MOVE WS-AC-RZ-ANTES  TO WS-DR-NOME
           END-IF
           MOVE WS-AC-CNPJ         TO WS-DR-DOC
           MOVE SPACES             TO WS-DR-TELEFONE
                                      WS-DR-EMAIL
           PERFORM 800-GRAVA-DETALHE.
      *
       310-FIM.
           EXIT.

      *-----------------------------------*
      *    LINHA DA TRILHA DE VENDEDORES: PELO CODIGO DO VENDEDOR
      *    ENCONTRADO OU PELO CPF.
      *-----------------------------------*
      *
       320-LINHA-VENDEDOR SECTION.
      *
           IF NOT WS-DOC-CPF-INFORMADO
              GO TO 320-FIM
           END-IF
      *
           MOVE TRILHA-REG TO WS-AV-LINHA
           IF WS-AV-COD-VEND IS NOT NUMERIC
              OR WS-AV-CPF IS NOT NUMERIC
              GO TO 320-FIM
           END-IF
           MOVE WS-AV-COD-VEND TO WS-VM-COD-VEND
           IF WS-AV-CPF EQUAL WS-CPF-MASCARA-N
              GO TO 320-FIM
           END-IF
      *
           SET WS-REGISTRO-DE-OUTRO TO TRUE
           IF WS-AV-CPF EQUAL WS-DOC-CPF
              SET WS-REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF WS-ACHOU-VEND
              AND WS-AV-COD-VEND EQUAL WS-VEND-COD
              SET WS-REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF WS-REGISTRO-DE-OUTRO
              GO TO 320-FIM
           END-IF
      *
           ADD 1 TO WS-QTD-TRILHA
           IF WS-ANONIMIZA
              MOVE WS-CPF-MASCARA-N TO WS-AV-CPF
              IF WS-AV-NOME-ANTES NOT EQUAL SPACES
                 MOVE WS-NOME-ANONIMO TO WS-AV-NOME-ANTES
              END-IF
              IF WS-AV-NOME-DEPOIS NOT EQUAL SPACES
                 MOVE WS-NOME-ANONIMO TO WS-AV-NOME-DEPOIS
              END-IF
              MOVE ZEROS TO WS-AV-LATI-ANTES  WS-AV-LATI-DEPOIS
                            WS-AV-LONG-ANTES  WS-AV-LONG-DEPOIS
              MOVE WS-AV-LINHA TO TRILHA-REG
           END-IF
      *
           MOVE WS-NOME-TRILHA     TO WS-DR-ARQUIVO
           MOVE WS-NUM-LINHA       TO WS-NUM-LINHA-ED
           MOVE SPACES             TO WS-DR-REGISTRO
           STRING "LINHA " WS-NUM-LINHA-ED " " WS-AV-OPERACAO
             DELIMITED BY SIZE INTO WS-DR-REGISTRO
           MOVE "CPF,NOME ANTES/DEPOIS,COORDENADAS"
                                   TO WS-DR-CAMPOS
           IF WS-AV-NOME-DEPOIS NOT EQUAL SPACES
              MOVE WS-AV-NOME-DEPOIS TO WS-DR-NOME
           ELSE
              MOVE WS-AV-NOME-ANTES  TO WS-DR-NOME
           END-IF
           MOVE WS-AV-CPF          TO WS-DR-DOC
           MOVE SPACES             TO WS-DR-TELEFONE
                                      WS-DR-EMAIL
           PERFORM 800-GRAVA-DETALHE.
      *
       320-FIM.
           EXIT.

      *-----------------------------------*
      *
       330-SUBSTITUI-TRILHA SECTION.
      *
           OPEN INPUT  ARQ-TRILHA-T
           OPEN OUTPUT ARQ-TRILHA
      *
           READ ARQ-TRILHA-T
      *
           PERFORM UNTIL FS-TMP NOT EQUAL "00"
                      OR WS-COM-ERRO
              WRITE TRILHA-REG FROM TRILHA-T-REG
              IF FS-TRILHA NOT EQUAL "00"
                 SET WS-COM-ERRO TO TRUE
                 DISPLAY "LGPDUTIL: ERRO AO REESCREVER "
                         WS-NOME-TRILHA
                         " - RECUPERAR DE LGPDAUD.NEW"
              END-IF
              READ ARQ-TRILHA-T
           END-PERFORM
      *
           CLOSE ARQ-TRILHA-T
           CLOSE ARQ-TRILHA.

      *-----------------------------------*
      *    ARQUIVAMENTOS DAS TRILHAS CATALOGADOS PELO HOUSEKEEP
      *    (O ARQUIVAMENTO DO DISTHIST SO TEM CODIGOS).
      *-----------------------------------*
      *
       350-ARQUIVAMENTOS SECTION.
      *
           OPEN INPUT ARQ-CATALOGO
           IF FS-CAT NOT EQUAL "00"
              CLOSE ARQ-CATALOGO
              GO TO 350-FIM
           END-IF
      *
           READ ARQ-CATALOGO
           PERFORM UNTIL FS-CAT NOT EQUAL "00"
                      OR WS-COM-ERRO
              MOVE CATALOGO-REG TO WS-NOME-TRILHA
              EVALUATE TRUE
                 WHEN CATALOGO-REG(1:10) EQUAL "ARCAUDCLI_"
                    SET WS-TRILHA-CLIENTE  TO TRUE
                    PERFORM 300-TRILHA
                 WHEN CATALOGO-REG(1:11) EQUAL "ARCAUDVEND_"
                    SET WS-TRILHA-VENDEDOR TO TRUE
                    PERFORM 300-TRILHA
              END-EVALUATE
              READ ARQ-CATALOGO
           END-PERFORM
      *
           CLOSE ARQ-CATALOGO.
      *
       350-FIM.
           EXIT.

      *-----------------------------------*
      *    JORNAL JRNMASTER: IMAGENS DE BOOKCLI E CADVENDEDOR DO
      *    TITULAR, REGRAVADAS NO PROPRIO LUGAR (REGISTRO DE TAMANHO
      *    FIXO), PARA A RECUPERACAO DO RECMASTER NAO TRAZER DE VOLTA
      *    O DADO APAGADO. AS AREAS DOS CADASTROS (JA FECHADOS) SAO
      *    USADAS PARA INTERPRETAR A IMAGEM, COMO NO RECMASTER.
      *-----------------------------------*
      *
       400-JORNAL SECTION.
      *
           MOVE ZEROS TO WS-NUM-LINHA
           IF WS-ANONIMIZA
              OPEN I-O ARQ-JORNAL
           ELSE
              OPEN INPUT ARQ-JORNAL
           END-IF
           IF FS-JORNAL NOT EQUAL "00"
              CLOSE ARQ-JORNAL
              GO TO 400-FIM
           END-IF
      *
           READ ARQ-JORNAL
           PERFORM UNTIL FS-JORNAL NOT EQUAL "00"
                      OR WS-COM-ERRO
              ADD 1 TO WS-NUM-LINHA
              EVALUATE JRN-ARQUIVO
                 WHEN "BOOKCLI"
                    PERFORM 410-IMAGEM-CLIENTE
                 WHEN "CADVENDEDOR"
                    PERFORM 420-IMAGEM-VENDEDOR
              END-EVALUATE
              READ ARQ-JORNAL
           END-PERFORM
      *
           CLOSE ARQ-JORNAL.
      *
       400-FIM.
           EXIT.

      *-----------------------------------*
      *
       410-IMAGEM-CLIENTE SECTION.
      *
           MOVE JRN-IMAGEM TO ARQ-CLI-REG
           IF COD-CLI IS NOT NUMERIC
              OR CNPJ-CLI IS NOT NUMERIC
              GO TO 410-FIM
           END-IF
           MOVE COD-CLI TO WS-CM-COD-CLI
           IF CNPJ-CLI EQUAL WS-CNPJ-MASCARA-N
              GO TO 410-FIM
           END-IF
      *
           SET WS-REGISTRO-DE-OUTRO TO TRUE
           IF CNPJ-CLI EQUAL WS-DOC-NUM
              SET WS-REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF WS-ACHOU-CLI
              AND COD-CLI EQUAL WS-CLI-COD
              SET WS-REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF WS-REGISTRO-DE-OUTRO
              GO TO 410-FIM
           END-IF
      *
           IF WS-ANONIMIZA
              PERFORM 910-ANONIMIZA-CLIENTE
              MOVE ARQ-CLI-REG TO JRN-IMAGEM
              REWRITE JORNAL-REG
              IF FS-JORNAL NOT EQUAL "00"
                 SET WS-COM-ERRO TO TRUE
                 DISPLAY "LGPDUTIL: ERRO AO REGRAVAR JRNMASTER - FS "
                         FS-JORNAL
                 GO TO 410-FIM
              END-IF
           END-IF
      *
           PERFORM 430-DETALHE-JORNAL
           MOVE "RAZAO,CNPJ,TELEFONE,E-MAIL,COORDENADAS"
                                   TO WS-DR-CAMPOS
           MOVE RAZAO-SOCIAL       TO WS-DR-NOME
           MOVE CNPJ-CLI           TO WS-DR-DOC
           MOVE TELEFONE-CLI       TO WS-DR-TELEFONE
           MOVE EMAIL-CLI          TO WS-DR-EMAIL
           PERFORM 800-GRAVA-DETALHE.
      *
       410-FIM.
           EXIT.

      *-----------------------------------*
      *
       420-IMAGEM-VENDEDOR SECTION.
      *
           MOVE JRN-IMAGEM TO ARQ-VENDEDOR-REG
           IF COD-VEND IS NOT NUMERIC
              OR CPF IS NOT NUMERIC
              GO TO 420-FIM
           END-IF
           MOVE COD-VEND TO WS-VM-COD-VEND
           IF CPF EQUAL WS-CPF-MASCARA-N
              GO TO 420-FIM
           END-IF
      *
           SET WS-REGISTRO-DE-OUTRO TO TRUE
           IF WS-DOC-CPF-INFORMADO
              AND CPF EQUAL WS-DOC-CPF
              SET WS-REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF WS-ACHOU-VEND
              AND COD-VEND EQUAL WS-VEND-COD
              SET WS-REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF WS-REGISTRO-DE-OUTRO
              GO TO 420-FIM
           END-IF
      *
           IF WS-ANONIMIZA
              PERFORM 920-ANONIMIZA-VENDEDOR
              MOVE ARQ-VENDEDOR-REG TO JRN-IMAGEM
              REWRITE JORNAL-REG
              IF FS-JORNAL NOT EQUAL "00"
                 SET WS-COM-ERRO TO TRUE
                 DISPLAY "LGPDUTIL: ERRO AO REGRAVAR JRNMASTER - FS "
                         FS-JORNAL
                 GO TO 420-FIM
              END-IF
           END-IF
      *
           PERFORM 430-DETALHE-JORNAL
           MOVE "NOME,CPF,COORDENADAS"
                                   TO WS-DR-CAMPOS
           MOVE NOME-VENDEDOR      TO WS-DR-NOME
           MOVE CPF                TO WS-DR-DOC
           MOVE SPACES             TO WS-DR-TELEFONE
                                      WS-DR-EMAIL
           PERFORM 800-GRAVA-DETALHE.
      *
       420-FIM.
           EXIT.

      *-----------------------------------*
      *
       430-DETALHE-JORNAL SECTION.
      *
           MOVE "JRNMASTER"        TO WS-DR-ARQUIVO
           MOVE WS-NUM-LINHA       TO WS-NUM-LINHA-ED
           MOVE SPACES             TO WS-DR-REGISTRO
           STRING "REGISTRO " WS-NUM-LINHA-ED " " JRN-ARQUIVO
             DELIMITED BY SIZE INTO WS-DR-REGISTRO.

      *-----------------------------------*
      *    EXTRATOS DO DW: O TOTAL DE CONTROLE DO RODAPE IMPEDE
      *    MEXER NO ARQUIVO; O RELATORIO PEDE NOVA EXTRACAO (EXTRATDW)
      *    DEPOIS DA ANONIMIZACAO.
      *-----------------------------------*
      *
       450-EXTRATOS-DW SECTION.
      *
           MOVE WS-DOC-NUM  TO WS-DOC-NUM-X
           MOVE WS-DOC-CPF  TO WS-DOC-CPF-X
           MOVE WS-CLI-COD  TO WS-CLI-COD-X
           MOVE WS-VEND-COD TO WS-VEND-COD-X
      *
           MOVE "DWCLI.CSV" TO WS-NOME-DW
           MOVE ZEROS       TO WS-NUM-LINHA
           OPEN INPUT ARQ-DW
           IF FS-DW EQUAL "00"
              READ ARQ-DW INTO WS-DW-LINHA
              PERFORM UNTIL FS-DW NOT EQUAL "00"
                 ADD 1 TO WS-NUM-LINHA
                 IF WS-DWC-TIPO EQUAL "D;"
                    AND (WS-DWC-CNPJ EQUAL WS-DOC-NUM-X
                         OR (WS-ACHOU-CLI
                             AND WS-DWC-COD EQUAL WS-CLI-COD-X))
                    MOVE "RAZAO,CNPJ,COORDENADAS" TO WS-DR-CAMPOS
                    MOVE WS-DWC-RAZAO TO WS-DR-NOME
                    MOVE WS-DWC-CNPJ  TO WS-DR-DOC
                    PERFORM 460-DETALHE-DW
                 END-IF
                 READ ARQ-DW INTO WS-DW-LINHA
              END-PERFORM
           END-IF
           CLOSE ARQ-DW
      *
           IF NOT WS-DOC-CPF-INFORMADO
              GO TO 450-FIM
           END-IF
      *
           MOVE "DWVEND.CSV" TO WS-NOME-DW
           MOVE ZEROS        TO WS-NUM-LINHA
           OPEN INPUT ARQ-DW
           IF FS-DW EQUAL "00"
              READ ARQ-DW INTO WS-DW-LINHA
              PERFORM UNTIL FS-DW NOT EQUAL "00"
                 ADD 1 TO WS-NUM-LINHA
                 IF WS-DWV-TIPO EQUAL "D;"
                    AND (WS-DWV-CPF EQUAL WS-DOC-CPF-X
                         OR (WS-ACHOU-VEND
                             AND WS-DWV-COD EQUAL WS-VEND-COD-X))
                    MOVE "NOME,CPF,COORDENADAS" TO WS-DR-CAMPOS
                    MOVE WS-DWV-NOME  TO WS-DR-NOME
                    MOVE WS-DWV-CPF   TO WS-DR-DOC
                    PERFORM 460-DETALHE-DW
                 END-IF
                 READ ARQ-DW INTO WS-DW-LINHA
              END-PERFORM
           END-IF
           CLOSE ARQ-DW.
      *
       450-FIM.
           EXIT.

      *-----------------------------------*
      *
       460-DETALHE-DW SECTION.
      *
           MOVE WS-NOME-DW         TO WS-DR-ARQUIVO
           MOVE WS-NUM-LINHA       TO WS-NUM-LINHA-ED
           MOVE SPACES             TO WS-DR-REGISTRO
           STRING "LINHA " WS-NUM-LINHA-ED
             DELIMITED BY SIZE INTO WS-DR-REGISTRO
           MOVE SPACES             TO WS-DR-TELEFONE
                                      WS-DR-EMAIL
           IF WS-ANONIMIZA
              MOVE SPACES          TO WS-DR-NOME
                                      WS-DR-DOC
           END-IF
           MOVE "REGERAR EXTRATO"  TO WS-DR-ACAO
           ADD 1 TO WS-QTD-TOTAL
           WRITE REL-REG FROM WS-DET-REL.

      *-----------------------------------*
      *    A ANONIMIZACAO NA TRILHA DE AUDITORIA, NO FORMATO DE
      *    SEMPRE, SO COM O DOCUMENTO MASCARADO (NENHUM DADO
      *    ORIGINAL DO TITULAR E GRAVADO).
      *-----------------------------------*
      *
       500-REGISTRA-AUDITORIA SECTION.
      *
           IF WS-ACHOU-CLI
              MOVE "AUDCLI.TXT"  TO WS-NOME-TRILHA
              INITIALIZE WS-AC-LINHA
                 REPLACING NUMERIC DATA BY ZEROS
                           ALPHANUMERIC DATA BY SPACES
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-AC-DATA
              MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-AC-HORA
              MOVE "ANONIMIZA"       TO WS-AC-OPERACAO
              MOVE WS-CLI-COD        TO WS-AC-COD-CLI
                                        WS-CM-COD-CLI
              MOVE WS-CNPJ-MASCARA-N TO WS-AC-CNPJ
              MOVE WS-NOME-ANONIMO   TO WS-AC-RZ-DEPOIS
              MOVE WS-CLI-STATUS     TO WS-AC-STATUS-ANTES
                                        WS-AC-STATUS-DEPOIS
              MOVE WS-AC-LINHA       TO TRILHA-REG
              PERFORM 510-ACRESCENTA-TRILHA
           END-IF
      *
           IF WS-ACHOU-VEND
              MOVE "AUDVEND.TXT" TO WS-NOME-TRILHA
              INITIALIZE WS-AV-LINHA
                 REPLACING NUMERIC DATA BY ZEROS
                           ALPHANUMERIC DATA BY SPACES
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-AV-DATA
              MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-AV-HORA
              MOVE "ANONIMIZA"       TO WS-AV-OPERACAO
              MOVE WS-VEND-COD       TO WS-AV-COD-VEND
                                        WS-VM-COD-VEND
              MOVE WS-CPF-MASCARA-N  TO WS-AV-CPF
              MOVE WS-NOME-ANONIMO   TO WS-AV-NOME-DEPOIS
              MOVE WS-VEND-STATUS    TO WS-AV-STATUS-ANTES
                                        WS-AV-STATUS-DEPOIS
              MOVE WS-AV-LINHA       TO TRILHA-REG
              PERFORM 510-ACRESCENTA-TRILHA
           END-IF.

      *-----------------------------------*
      *
       510-ACRESCENTA-TRILHA SECTION.
      *
           OPEN EXTEND ARQ-TRILHA
           IF FS-TRILHA EQUAL "35"
              CLOSE ARQ-TRILHA
              OPEN OUTPUT ARQ-TRILHA
              CLOSE ARQ-TRILHA
              OPEN EXTEND ARQ-TRILHA
           END-IF
           WRITE TRILHA-REG
           IF FS-TRILHA NOT EQUAL "00"
              SET WS-COM-ERRO TO TRUE
              DISPLAY "LGPDUTIL: ERRO AO GRAVAR " WS-NOME-TRILHA
                      " - FS " FS-TRILHA
           END-IF
           CLOSE ARQ-TRILHA.

      *-----------------------------------*
      *    TODA EXECUCAO (CONSULTA OU ANONIMIZACAO) NO LGPDLOG.TXT,
      *    COM O PROTOCOLO E OS CODIGOS, NUNCA COM O DOCUMENTO.
      *-----------------------------------*
      *
       550-REGISTRA-LOG SECTION.
      *
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-LG-DATA
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-LG-HORA
           MOVE WS-FUNCAO-SW              TO WS-LG-FUNCAO
           MOVE LGPD-PROTOCOLO            TO WS-LG-PROTOCOLO
           MOVE WS-CLI-COD                TO WS-LG-COD-CLI
           MOVE WS-VEND-COD               TO WS-LG-COD-VEND
           MOVE WS-QTD-TOTAL              TO WS-LG-QTD
           IF WS-COM-ERRO
              MOVE "ERRO"                 TO WS-LG-SITUACAO
           ELSE
              MOVE "CONCLUIDO"            TO WS-LG-SITUACAO
           END-IF
      *
           OPEN EXTEND ARQ-LGPDLOG
           IF FS-LGPDLOG EQUAL "35"
              CLOSE ARQ-LGPDLOG
              OPEN OUTPUT ARQ-LGPDLOG
           END-IF
           IF FS-LGPDLOG EQUAL "00"
              WRITE LGPDLOG-REG FROM WS-LOG-LINHA
           ELSE
              DISPLAY "LGPDUTIL: ERRO AO GRAVAR LGPDLOG.TXT - FS "
                      FS-LGPDLOG
           END-IF
           CLOSE ARQ-LGPDLOG.

      *-----------------------------------*
      *    LINHA DO RELATORIO: CONTEUDO ATUAL DO REGISTRO (NA
      *    ANONIMIZACAO, JA COM OS VALORES SUBSTITUIDOS).
      *-----------------------------------*
      *
       800-GRAVA-DETALHE SECTION.
      *
           IF WS-ANONIMIZA
              MOVE "ANONIMIZADO" TO WS-DR-ACAO
           ELSE
              MOVE "ANONIMIZAVEL" TO WS-DR-ACAO
           END-IF
           ADD 1 TO WS-QTD-TOTAL
           WRITE REL-REG FROM WS-DET-REL.

      *-----------------------------------*
      *    SUBSTITUICAO DOS DADOS PESSOAIS NA AREA DO CLIENTE
      *-----------------------------------*
      *
       910-ANONIMIZA-CLIENTE SECTION.
      *
           MOVE COD-CLI           TO WS-CM-COD-CLI
           MOVE WS-CNPJ-MASCARA-N TO CNPJ-CLI
           MOVE WS-NOME-ANONIMO   TO RAZAO-SOCIAL
           MOVE SPACES            TO TELEFONE-CLI
                                     EMAIL-CLI
           MOVE ZEROS             TO LATI-CLIENTE
                                     LONGI-CLIENTE.

      *-----------------------------------*
      *    SUBSTITUICAO DOS DADOS PESSOAIS NA AREA DO VENDEDOR
      *-----------------------------------*
      *
       920-ANONIMIZA-VENDEDOR SECTION.
      *
           MOVE COD-VEND          TO WS-VM-COD-VEND
           MOVE WS-CPF-MASCARA-N  TO CPF
           MOVE WS-NOME-ANONIMO   TO NOME-VENDEDOR
           MOVE ZEROS             TO LATITUDE-VENDEDOR
                                     LONGITUDE-VENDEDOR.
      *
       END PROGRAM LGPDUTIL.
      *-----------------------------------*
