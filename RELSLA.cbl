       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELSLA.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    TEMPOS DO LOTE NOTURNO A PARTIR DO LOG CENTRAL (RUNLOG):
      *    DURACAO DE CADA EXECUCAO (FIM MENOS INICIO) DA NOITE DE
      *    REFERENCIA COMPARADA COM A BASE DE CADA PROGRAMA NAS N
      *    NOITES DE DIA UTIL ANTERIORES (DIAUTIL): MEDIANA, PIOR
      *    CASO E MEDIA DE REGISTROS LIDOS. A EXECUCAO E MARCADA
      *    QUANDO PASSA DA MEDIANA MAIS A TOLERANCIA INFORMADA (EM %)
      *    OU DO SLA ABSOLUTO DO PROGRAMA NO SLABATCH.PRM; A VARIACAO
      *    DOS LIDOS AO LADO DA VARIACAO DO TEMPO INDICA SE A CAUSA
      *    E VOLUME. TAMBEM MOSTRA A DURACAO DA JANELA DE CADA NOITE
      *    (PRIMEIRO INICIO AO ULTIMO FIM) COM MEDIA MOVEL E
      *    TENDENCIA (MINIMOS QUADRADOS, SEGUNDOS POR NOITE) E,
      *    HAVENDO LIMITE DA JANELA NO SLABATCH.PRM, QUANTAS NOITES
      *    FALTAM PARA ESTOURA-LO NESSE RITMO.
      *    SO CONTAM AS EXECUCOES DO LOTE (SEM OPERADOR); AS DE TELA
      *    FICAM DE FORA. A NOITE VAI DAS 12:00 DE UM DIA AS 11:59
      *    DO DIA SEGUINTE E LEVA A DATA DO PRIMEIRO DIA. O PROGRAMA
      *    DE UM CARTAO DO BATCHMENU E A ROTINA DO CARTAO U OU
      *    "CARTAO X" PELO TIPO DO CARTAO (DOS PARAMETROS GRAVADOS
      *    PELO BATCHMENU). EXECUCAO COM ERRO NAO ENTRA NA BASE E
      *    A BASE SO JULGA COM TRES AMOSTRAS OU MAIS.
      *    NOITE DE REFERENCIA EM BRANCO = A ULTIMA NOITE; NOITES DA
      *    BASE ZERO = 20 (MAXIMO 60); TOLERANCIA ZERO = 50%.
      *    LAYOUT DO SLABATCH.PRM: PROGRAMA(10) + SLA EM MINUTOS(4)
      *    + DESCRICAO(40); PROGRAMA "JANELA" = LIMITE DA JANELA
      *    INTEIRA; LINHA COM * NA PRIMEIRA POSICAO E COMENTARIO.
      *    GERA RELSLA.CSV EM TRES BLOCOS SEPARADOS POR LINHA EM
      *    BRANCO: EXECUCOES DA NOITE, BASE POR PROGRAMA E JANELA
      *    POR NOITE.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNLOG    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RLOG-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-RLOG.
           SELECT ARQ-SLA       ASSIGN TO "SLABATCH.PRM"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-SLA.
           SELECT ARQ-SORT      ASSIGN TO "RELSLA.TMP"
                  FILE STATUS   IS FS-SORT.
           SELECT RELATORIO     ASSIGN TO "RELSLA.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-REL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RUNLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RUNLOG'.
       COPY "RUNLOG.CPY".
      *
       FD  ARQ-SLA
           LABEL RECORD IS STANDARD.
       01  SLA-REG.
           03 SLA-PROGRAMA          PIC X(010).
           03 SLA-MINUTOS           PIC 9(004).
           03 SLA-DESCRICAO         PIC X(040).
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-PROGRAMA          PIC X(010).
           03 SRT-GRUPO             PIC 9(001).
              88 SRT-BASE                      VALUE 1.
              88 SRT-NOITE-REF                 VALUE 2.
           03 SRT-ORDEM             PIC 9(014).
           03 SRT-DATA-INI          PIC 9(008).
           03 SRT-HORA-INI          PIC 9(006).
           03 SRT-DURACAO           PIC 9(007).
           03 SRT-LIDOS             PIC 9(007).
           03 SRT-STATUS            PIC X(010).
      *
       FD  RELATORIO.
       01  REL-REG PIC X(200).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-RLOG            PIC X(002) VALUE "00".
       77  FS-SLA                  PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-REL                  PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-REF             PIC 9(008) VALUE ZEROS.
       77  WS-DATA-LIMITE          PIC 9(008) VALUE ZEROS.
       77  WS-QTD-DIAS             PIC 9(003) VALUE ZEROS.
       77  WS-TOLERANCIA           PIC 9(003) VALUE ZEROS.
       77  WS-MIN-AMOSTRAS         PIC 9(003) VALUE 3.
       77  WS-DIA-INT              PIC 9(008) VALUE ZEROS.
       77  WS-TENTATIVAS           PIC 9(003) VALUE ZEROS.
       77  WS-IDX                  PIC 9(003) VALUE ZEROS.
       77  WS-IDX-NOITE            PIC 9(003) VALUE ZEROS.
       77  WS-IDX-SLA              PIC 9(003) VALUE ZEROS.
       77  WS-IDX-JOB              PIC 9(003) VALUE ZEROS.
       77  WS-PROGRAMA             PIC X(010) VALUE SPACES.
       77  WS-PROGRAMA-ANT         PIC X(010) VALUE SPACES.
       77  WS-DATA-NOITE           PIC 9(008) VALUE ZEROS.
       77  WS-SEG-INI              PIC 9(012) VALUE ZEROS.
       77  WS-SEG-FIM              PIC 9(012) VALUE ZEROS.
       77  WS-DURACAO              PIC 9(007) VALUE ZEROS.
       77  WS-QTD-EXEC-NOITE       PIC 9(005) VALUE ZEROS.
       77  WS-QTD-ALERTAS          PIC 9(005) VALUE ZEROS.
       77  WS-QTD-EXEC-ED          PIC ZZZZ9  VALUE ZEROS.
       77  WS-QTD-ALERTAS-ED       PIC ZZZZ9  VALUE ZEROS.
       77  WS-NOITES-ED            PIC ZZZZ9  VALUE ZEROS.
       01  WS-FIM-SORT-SW          PIC X(001) VALUE "N".
           88 WS-FIM-SORT                     VALUE "S".
       01  WS-BASE-SW              PIC X(001) VALUE "N".
           88 WS-BASE-CALCULADA               VALUE "S".
       01  WS-FIM-RLOG-SW          PIC X(001) VALUE "N".
           88 WS-FIM-RUNLOG                   VALUE "S".
      *-----------------------------------*
      *    CONVERSAO DE DATA E HORA EM SEGUNDOS CORRIDOS
      *-----------------------------------*
       77  WS-CALC-DATA            PIC 9(008) VALUE ZEROS.
       77  WS-CALC-SEGUNDOS        PIC 9(012) VALUE ZEROS.
       01  WS-CALC-HORA            PIC 9(006) VALUE ZEROS.
       01  WS-CALC-HORA-R REDEFINES WS-CALC-HORA.
           03 WS-CALC-HH           PIC 9(002).
           03 WS-CALC-MM           PIC 9(002).
           03 WS-CALC-SS           PIC 9(002).
      *-----------------------------------*
      *    FORMATACAO DE SEGUNDOS EM HH:MM:SS
      *-----------------------------------*
       77  WS-FMT-SEGUNDOS         PIC 9(007) VALUE ZEROS.
       77  WS-FMT-RESTO            PIC 9(007) VALUE ZEROS.
       01  WS-FMT-HMS.
           03 WS-FMT-HH            PIC 9(002) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ":".
           03 WS-FMT-MM            PIC 9(002) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ":".
           03 WS-FMT-SS            PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
      *    NOITES DA BASE (DIAS UTEIS, EM ORDEM CRONOLOGICA) E A
      *    NOITE DE REFERENCIA NA ULTIMA POSICAO, COM O PRIMEIRO
      *    INICIO E O ULTIMO FIM EM SEGUNDOS CORRIDOS
      *-----------------------------------*
       77  WS-QTD-NOITES           PIC 9(003) VALUE ZEROS.
       01  WS-NOITE-TAB.
           03 WS-NT-ITEM OCCURS 61 TIMES.
              05 WS-NT-DATA        PIC 9(008).
              05 WS-NT-INI         PIC 9(012).
              05 WS-NT-FIM         PIC 9(012).
              05 WS-NT-QTD         PIC 9(005).
              05 WS-NT-LIDOS       PIC 9(009).
      *-----------------------------------*
      *    SLA POR PROGRAMA (SLABATCH.PRM), EM SEGUNDOS
      *-----------------------------------*
       77  WS-QTD-SLA              PIC 9(003) VALUE ZEROS.
       77  WS-SLA-JANELA           PIC 9(007) VALUE ZEROS.
       77  WS-SLA-PROGRAMA         PIC 9(007) VALUE ZEROS.
       01  WS-SLA-TAB.
           03 WS-SLA-ITEM OCCURS 500 TIMES.
              05 WS-ST-PROGRAMA    PIC X(010).
              05 WS-ST-SEGUNDOS    PIC 9(007).
      *-----------------------------------*
      *    AMOSTRAS DA BASE DO PROGRAMA CORRENTE (JA CHEGAM EM ORDEM
      *    CRESCENTE DE DURACAO DO SORT)
      *-----------------------------------*
       77  WS-QTD-AMOSTRAS         PIC 9(005) VALUE ZEROS.
       77  WS-SOMA-LIDOS           PIC 9(012) VALUE ZEROS.
       77  WS-MEDIANA              PIC 9(007) VALUE ZEROS.
       77  WS-PIOR                 PIC 9(007) VALUE ZEROS.
       77  WS-MEDIA-LIDOS          PIC 9(007) VALUE ZEROS.
       77  WS-LIMITE-BASE          PIC 9(009) VALUE ZEROS.
       77  WS-VAR-TEMPO            PIC S9(007) VALUE ZEROS.
       77  WS-VAR-LIDOS            PIC S9(007) VALUE ZEROS.
       77  WS-MEIO                 PIC 9(005) VALUE ZEROS.
       77  WS-QTD-NOITE-JOB        PIC 9(003) VALUE ZEROS.
       77  WS-ALERTAS-JOB          PIC 9(003) VALUE ZEROS.
       01  WS-AMOSTRA-TAB.
           03 WS-AM-DURACAO        PIC 9(007) OCCURS 3000 TIMES.
       01  WS-ACIMA-BASE-SW        PIC X(001) VALUE "N".
           88 WS-ACIMA-BASE                   VALUE "S".
       01  WS-ACIMA-SLA-SW         PIC X(001) VALUE "N".
           88 WS-ACIMA-SLA                    VALUE "S".
      *-----------------------------------*
      *    RESUMO DA BASE POR PROGRAMA PARA O SEGUNDO BLOCO
      *-----------------------------------*
       77  WS-QTD-JOBS             PIC 9(003) VALUE ZEROS.
       01  WS-JOB-TAB.
           03 WS-JT-ITEM OCCURS 500 TIMES.
              05 WS-JT-PROGRAMA    PIC X(010).
              05 WS-JT-AMOSTRAS    PIC 9(005).
              05 WS-JT-MEDIANA     PIC 9(007).
              05 WS-JT-PIOR        PIC 9(007).
              05 WS-JT-MEDIA-LIDOS PIC 9(007).
              05 WS-JT-SLA         PIC 9(007).
              05 WS-JT-NOITE       PIC 9(003).
              05 WS-JT-ALERTAS     PIC 9(003).
      *-----------------------------------*
      *    TENDENCIA DA JANELA (MINIMOS QUADRADOS SOBRE AS NOITES
      *    COM EXECUCAO: X = ORDEM DA NOITE, Y = DURACAO)
      *-----------------------------------*
       77  WS-DUR-NOITE            PIC 9(007) VALUE ZEROS.
       77  WS-DUR-REF              PIC 9(007) VALUE ZEROS.
       77  WS-TR-N                 PIC 9(003) VALUE ZEROS.
       77  WS-TR-SX                PIC 9(007) VALUE ZEROS.
       77  WS-TR-SY                PIC 9(012) VALUE ZEROS.
       77  WS-TR-SXY               PIC 9(015) VALUE ZEROS.
       77  WS-TR-SXX               PIC 9(009) VALUE ZEROS.
       77  WS-TR-DIVISOR           PIC S9(015) VALUE ZEROS.
       77  WS-TR-INCLINACAO        PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-TR-NOITES-LIMITE     PIC 9(005) VALUE ZEROS.
       77  WS-MEDIA-BASE-NOITE     PIC 9(007) VALUE ZEROS.
       77  WS-SOMA-BASE-NOITE      PIC 9(012) VALUE ZEROS.
       77  WS-QTD-BASE-NOITE       PIC 9(003) VALUE ZEROS.
       77  WS-MM-SOMA              PIC 9(012) VALUE ZEROS.
       77  WS-MM-QTD               PIC 9(003) VALUE ZEROS.
       77  WS-MM-IDX               PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    CONSULTA DE DIA UTIL (SUBPROGRAMA DIAUTIL)
      *-----------------------------------*
       01  PARAM-DIAUTIL.
           03 WS-DU-FUNCAO          PIC X(001) VALUE SPACES.
           03 WS-DU-DATA            PIC 9(008) VALUE ZEROS.
           03 WS-DU-ANO-MES         PIC 9(006) VALUE ZEROS.
           03 WS-DU-ORDINAL         PIC 9(002) VALUE ZEROS.
           03 WS-DU-RESP            PIC X(001) VALUE SPACES.
           03 WS-DU-DATA-RESP       PIC 9(008) VALUE ZEROS.
           03 WS-DU-MSG             PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    LINHAS DO RELATORIO
      *-----------------------------------*
       01  WS-CAB-EXEC             PIC X(200) VALUE
           "PROGRAMA;DATA INICIO;HORA INICIO;DURACAO;MEDIANA;PIOR;AMO
      -    "STRAS;SLA;LIDOS;MEDIA LIDOS;VAR TEMPO %;VAR LIDOS %;SITUAC
      -    "AO;INDICIO".
       01  WS-DET-EXEC.
           03 WS-DE-PROGRAMA       PIC X(010) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-DATA           PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-HORA           PIC 9(006) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-DURACAO        PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-MEDIANA        PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-PIOR           PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-AMOSTRAS       PIC ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-SLA            PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-LIDOS          PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-MEDIA-LIDOS    PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-VAR-TEMPO      PIC -ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-VAR-LIDOS      PIC -ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-SITUACAO       PIC X(016) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DE-INDICIO        PIC X(012) VALUE SPACES.
      *
       01  WS-CAB-BASE             PIC X(200) VALUE
           "PROGRAMA;AMOSTRAS NA BASE;MEDIANA;PIOR;MEDIA LIDOS;SLA;EX
      -    "ECUCOES NA NOITE;ALERTAS".
       01  WS-DET-BASE.
           03 WS-DB-PROGRAMA       PIC X(010) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DB-AMOSTRAS       PIC ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DB-MEDIANA        PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DB-PIOR           PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DB-MEDIA-LIDOS    PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DB-SLA            PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DB-NOITE          PIC ZZ9    VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DB-ALERTAS        PIC ZZ9    VALUE ZEROS.
      *
       01  WS-CAB-JANELA           PIC X(200) VALUE
           "NOITE;DATA INICIO;HORA INICIO;DATA FIM;HORA FIM;DURACAO;E
      -    "XECUCOES;LIDOS;MEDIA MOVEL 5 NOITES;VAR BASE %;SITUACAO".
       01  WS-DET-JANELA.
           03 WS-DJ-NOITE          PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-DATA-INI       PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-HORA-INI       PIC 9(006) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-DATA-FIM       PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-HORA-FIM       PIC 9(006) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-DURACAO        PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-QTD            PIC ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-LIDOS          PIC ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-MEDIA-MOVEL    PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-VAR-BASE       PIC -ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DJ-SITUACAO       PIC X(016) VALUE SPACES.
      *
       01  WS-DET-TENDENCIA.
           03 FILLER               PIC X(010) VALUE "TENDENCIA;".
           03 WS-DT-INCLINACAO     PIC -ZZZZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X(020)
                                   VALUE " SEGUNDOS POR NOITE;".
           03 FILLER               PIC X(007) VALUE "LIMITE;".
           03 WS-DT-LIMITE         PIC X(008) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DT-SITUACAO       PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RELSLA.
           03  RELSLA-DATA         PIC 9(008).
           03  RELSLA-DIAS         PIC 9(003).
           03  RELSLA-TOLERANCIA   PIC 9(003).
           03  RELSLA-MSG          PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RELSLA.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO RELSLA-MSG
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-REF
           IF WS-DATA-HORA-SISTEMA(9:6) LESS THAN "120000"
              COMPUTE WS-DATA-REF = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DATA-REF) - 1)
           END-IF
           IF RELSLA-DATA IS NUMERIC
              AND RELSLA-DATA GREATER THAN ZEROS
              MOVE RELSLA-DATA TO WS-DATA-REF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REF)
              NOT EQUAL ZEROS
              MOVE "RELSLA: DATA DA NOITE INVALIDA"
                TO RELSLA-MSG
              GOBACK
           END-IF
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REF) + 1)
      *
           MOVE 20 TO WS-QTD-DIAS
           IF RELSLA-DIAS IS NUMERIC
              AND RELSLA-DIAS GREATER THAN ZEROS
              MOVE RELSLA-DIAS TO WS-QTD-DIAS
           END-IF
           IF WS-QTD-DIAS GREATER THAN 60
              MOVE 60 TO WS-QTD-DIAS
           END-IF
      *
           MOVE 50 TO WS-TOLERANCIA
           IF RELSLA-TOLERANCIA IS NUMERIC
              AND RELSLA-TOLERANCIA GREATER THAN ZEROS
              MOVE RELSLA-TOLERANCIA TO WS-TOLERANCIA
           END-IF
      *
           OPEN INPUT ARQ-RUNLOG
           IF FSTATUS-RLOG NOT EQUAL "00"
              CLOSE ARQ-RUNLOG
              MOVE "RELSLA: LOG DE EXECUCOES NAO ENCONTRADO"
                TO RELSLA-MSG
              GOBACK
           END-IF
      *
           PERFORM 050-MONTA-NOITES
           PERFORM 060-CARREGA-SLA
      *
           OPEN OUTPUT RELATORIO
           WRITE REL-REG FROM WS-CAB-EXEC
      *
           MOVE ZEROS TO WS-QTD-EXEC-NOITE
                         WS-QTD-ALERTAS
                         WS-QTD-JOBS
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SRT-PROGRAMA
                                 SRT-GRUPO
                                 SRT-ORDEM
                INPUT  PROCEDURE IS 100-SELECIONA
                OUTPUT PROCEDURE IS 300-AVALIA
      *
           CLOSE ARQ-RUNLOG
      *
           PERFORM 400-GRAVA-BASE
           PERFORM 500-GRAVA-JANELA
      *
           CLOSE RELATORIO
      *
           IF WS-QTD-EXEC-NOITE EQUAL ZEROS
              MOVE "RELSLA: NENHUMA EXECUCAO NA NOITE"
                TO RELSLA-MSG
           ELSE
              MOVE WS-QTD-EXEC-NOITE TO WS-QTD-EXEC-ED
              MOVE WS-QTD-ALERTAS    TO WS-QTD-ALERTAS-ED
              STRING "RELSLA: " WS-QTD-EXEC-ED " EXECUCOES, "
                     WS-QTD-ALERTAS-ED " ALERTA(S)"
                DELIMITED BY SIZE INTO RELSLA-MSG
           END-IF
      *
           GOBACK.

      *-----------------------------------*
      *    NOITES DA BASE: OS N DIAS UTEIS ANTERIORES A NOITE DE
      *    REFERENCIA, DO MAIS ANTIGO PARA O MAIS RECENTE; A NOITE
      *    DE REFERENCIA FICA NA ULTIMA POSICAO.
      *-----------------------------------*
      *
       050-MONTA-NOITES SECTION.
      *
           INITIALIZE WS-NOITE-TAB
           COMPUTE WS-QTD-NOITES = WS-QTD-DIAS + 1
           MOVE WS-DATA-REF TO WS-NT-DATA(WS-QTD-NOITES)
      *
           MOVE WS-QTD-DIAS TO WS-IDX
           MOVE ZEROS       TO WS-TENTATIVAS
           COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REF) - 1
      *
           PERFORM UNTIL WS-IDX EQUAL ZEROS
                      OR WS-TENTATIVAS GREATER THAN 400
              MOVE "D" TO WS-DU-FUNCAO
              COMPUTE WS-DU-DATA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
              CALL "DIAUTIL" USING PARAM-DIAUTIL
              IF WS-DU-RESP EQUAL "S"
                 MOVE WS-DU-DATA TO WS-NT-DATA(WS-IDX)
                 SUBTRACT 1 FROM WS-IDX
              END-IF
              SUBTRACT 1 FROM WS-DIA-INT
              ADD 1 TO WS-TENTATIVAS
           END-PERFORM.

      *-----------------------------------*
      *    SLA ABSOLUTO POR PROGRAMA E LIMITE DA JANELA
      *-----------------------------------*
      *
       060-CARREGA-SLA SECTION.
      *
           MOVE ZEROS TO WS-QTD-SLA
                         WS-SLA-JANELA
      *
           OPEN INPUT ARQ-SLA
           IF FS-SLA NOT EQUAL "00"
              CLOSE ARQ-SLA
              DISPLAY "RELSLA: SLABATCH.PRM NAO ENCONTRADO - SO A "
                      "BASE SERA USADA"
              GO TO 060-FIM
           END-IF
      *
           READ ARQ-SLA
           PERFORM UNTIL FS-SLA NOT EQUAL "00"
              IF SLA-PROGRAMA(1:1) NOT EQUAL "*"
                 AND SLA-PROGRAMA NOT EQUAL SPACES
                 AND SLA-MINUTOS IS NUMERIC
                 AND SLA-MINUTOS GREATER THAN ZEROS
                 IF FUNCTION UPPER-CASE(SLA-PROGRAMA) EQUAL "JANELA"
                    COMPUTE WS-SLA-JANELA = SLA-MINUTOS * 60
                 ELSE
                    IF WS-QTD-SLA LESS THAN 500
                       ADD 1 TO WS-QTD-SLA
                       MOVE FUNCTION UPPER-CASE(SLA-PROGRAMA)
                         TO WS-ST-PROGRAMA(WS-QTD-SLA)
                       COMPUTE WS-ST-SEGUNDOS(WS-QTD-SLA) =
                               SLA-MINUTOS * 60
                    END-IF
                 END-IF
              END-IF
              READ ARQ-SLA
           END-PERFORM
      *
           CLOSE ARQ-SLA.
      *
       060-FIM.
           EXIT.

      *-----------------------------------*
      *    EXECUCOES DO LOTE NAS NOITES DA TABELA: AS DA NOITE DE
      *    REFERENCIA EM ORDEM DE INICIO, AS DA BASE EM ORDEM DE
      *    DURACAO (PARA A MEDIANA); TODAS ENTRAM NA JANELA DA NOITE.
      *-----------------------------------*
      *
       100-SELECIONA SECTION.
      *
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-NT-DATA(WS-IDX) GREATER THAN ZEROS
              CONTINUE
           END-PERFORM
           MOVE WS-NT-DATA(WS-IDX) TO RLOG-DATA-INI
           MOVE ZEROS TO RLOG-HORA-INI
                         RLOG-SEQ
           START ARQ-RUNLOG KEY IS NOT LESS THAN RLOG-CHAVE
              INVALID KEY
                 GO TO 100-FIM
           END-START
      *
           MOVE "N" TO WS-FIM-RLOG-SW
           READ ARQ-RUNLOG NEXT RECORD
           PERFORM UNTIL FSTATUS-RLOG NOT EQUAL "00"
                      OR WS-FIM-RUNLOG
              IF RLOG-DATA-INI GREATER THAN WS-DATA-LIMITE
                 SET WS-FIM-RUNLOG TO TRUE
              ELSE
                 IF RLOG-OPERADOR EQUAL ZEROS
                    AND RLOG-DATA-FIM IS NUMERIC
                    AND RLOG-DATA-FIM GREATER THAN ZEROS
                    PERFORM 110-TRATA-EXECUCAO
                 END-IF
                 READ ARQ-RUNLOG NEXT RECORD
              END-IF
           END-PERFORM.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *
       110-TRATA-EXECUCAO SECTION.
      *
           MOVE RLOG-DATA-INI TO WS-DATA-NOITE
           IF RLOG-HORA-INI LESS THAN 120000
              COMPUTE WS-DATA-NOITE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(RLOG-DATA-INI) - 1)
           END-IF
      *
           MOVE ZEROS TO WS-IDX-NOITE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTD-NOITES
              IF WS-NT-DATA(WS-IDX) EQUAL WS-DATA-NOITE
                 MOVE WS-IDX        TO WS-IDX-NOITE
                 MOVE WS-QTD-NOITES TO WS-IDX
              END-IF
           END-PERFORM
           IF WS-IDX-NOITE EQUAL ZEROS
              GO TO 110-FIM
           END-IF
      *
           MOVE RLOG-DATA-INI TO WS-CALC-DATA
           MOVE RLOG-HORA-INI TO WS-CALC-HORA
           PERFORM 810-CALCULA-SEGUNDOS
           MOVE WS-CALC-SEGUNDOS TO WS-SEG-INI
           MOVE RLOG-DATA-FIM TO WS-CALC-DATA
           MOVE RLOG-HORA-FIM TO WS-CALC-HORA
           PERFORM 810-CALCULA-SEGUNDOS
           MOVE WS-CALC-SEGUNDOS TO WS-SEG-FIM
           IF WS-SEG-FIM LESS THAN WS-SEG-INI
              MOVE WS-SEG-INI TO WS-SEG-FIM
           END-IF
           COMPUTE WS-DURACAO = WS-SEG-FIM - WS-SEG-INI
      *
           IF WS-NT-QTD(WS-IDX-NOITE) EQUAL ZEROS
              OR WS-SEG-INI LESS THAN WS-NT-INI(WS-IDX-NOITE)
              MOVE WS-SEG-INI TO WS-NT-INI(WS-IDX-NOITE)
           END-IF
           IF WS-SEG-FIM GREATER THAN WS-NT-FIM(WS-IDX-NOITE)
              MOVE WS-SEG-FIM TO WS-NT-FIM(WS-IDX-NOITE)
           END-IF
           ADD 1              TO WS-NT-QTD(WS-IDX-NOITE)
           ADD RLOG-QTD-LIDOS TO WS-NT-LIDOS(WS-IDX-NOITE)
      *
           PERFORM 120-NOME-PROGRAMA
      *
           MOVE WS-PROGRAMA    TO SRT-PROGRAMA
           MOVE RLOG-DATA-INI  TO SRT-DATA-INI
           MOVE RLOG-HORA-INI  TO SRT-HORA-INI
           MOVE WS-DURACAO     TO SRT-DURACAO
           MOVE RLOG-QTD-LIDOS TO SRT-LIDOS
           MOVE RLOG-STATUS    TO SRT-STATUS
           IF WS-IDX-NOITE EQUAL WS-QTD-NOITES
              MOVE 2 TO SRT-GRUPO
              COMPUTE SRT-ORDEM = RLOG-DATA-INI * 1000000
                                + RLOG-HORA-INI
           ELSE
              IF RLOG-STATUS EQUAL "ERRO"
                 GO TO 110-FIM
              END-IF
              MOVE 1          TO SRT-GRUPO
              MOVE WS-DURACAO TO SRT-ORDEM
           END-IF
           RELEASE REG-SORT.
      *
       110-FIM.
           EXIT.

      *-----------------------------------*
      *    CARTAO DO BATCHMENU: PARAMETROS GRAVADOS COMO
      *    "CARTAO=NNNNN TIPO=X ROTINA=XXXXXXXX" (ROTINA SO NO U).
      *-----------------------------------*
      *
       120-NOME-PROGRAMA SECTION.
      *
           MOVE FUNCTION UPPER-CASE(RLOG-PROGRAMA) TO WS-PROGRAMA
           IF WS-PROGRAMA NOT EQUAL "BATCHMENU"
              GO TO 120-FIM
           END-IF
      *
           IF RLOG-PARAMETROS(20:8) EQUAL " ROTINA="
              AND RLOG-PARAMETROS(28:8) NOT EQUAL SPACES
              MOVE FUNCTION UPPER-CASE(RLOG-PARAMETROS(28:8))
                TO WS-PROGRAMA
           ELSE
              MOVE SPACES TO WS-PROGRAMA
              STRING "CARTAO " FUNCTION UPPER-CASE(
                                  RLOG-PARAMETROS(19:1))
                DELIMITED BY SIZE INTO WS-PROGRAMA
           END-IF.
      *
       120-FIM.
           EXIT.

      *-----------------------------------*
      *    POR PROGRAMA: AS AMOSTRAS DA BASE CHEGAM ANTES DAS
      *    EXECUCOES DA NOITE DE REFERENCIA.
      *-----------------------------------*
      *
       300-AVALIA SECTION.
      *
           MOVE "N"    TO WS-FIM-SORT-SW
           MOVE SPACES TO WS-PROGRAMA-ANT
           PERFORM 390-LE-SORT
      *
           PERFORM UNTIL WS-FIM-SORT
              IF SRT-PROGRAMA NOT EQUAL WS-PROGRAMA-ANT
                 IF WS-PROGRAMA-ANT NOT EQUAL SPACES
                    PERFORM 340-FECHA-PROGRAMA
                 END-IF
                 MOVE SRT-PROGRAMA TO WS-PROGRAMA-ANT
                 MOVE ZEROS TO WS-QTD-AMOSTRAS
                               WS-SOMA-LIDOS
                               WS-QTD-NOITE-JOB
                               WS-ALERTAS-JOB
                 MOVE "N"   TO WS-BASE-SW
              END-IF
              IF SRT-BASE
                 IF WS-QTD-AMOSTRAS LESS THAN 3000
                    ADD 1 TO WS-QTD-AMOSTRAS
                    MOVE SRT-DURACAO
                      TO WS-AM-DURACAO(WS-QTD-AMOSTRAS)
                    ADD SRT-LIDOS TO WS-SOMA-LIDOS
                 END-IF
              ELSE
                 IF NOT WS-BASE-CALCULADA
                    PERFORM 310-CALCULA-BASE
                 END-IF
                 PERFORM 320-AVALIA-EXECUCAO
              END-IF
              PERFORM 390-LE-SORT
           END-PERFORM
      *
           IF WS-PROGRAMA-ANT NOT EQUAL SPACES
              PERFORM 340-FECHA-PROGRAMA
           END-IF.

      *-----------------------------------*
      *    MEDIANA (AMOSTRAS EM ORDEM CRESCENTE), PIOR CASO, MEDIA
      *    DE LIDOS E SLA DO PROGRAMA
      *-----------------------------------*
      *
       310-CALCULA-BASE SECTION.
      *
           SET WS-BASE-CALCULADA TO TRUE
           MOVE ZEROS TO WS-MEDIANA
                         WS-PIOR
                         WS-MEDIA-LIDOS
      *
           IF WS-QTD-AMOSTRAS GREATER THAN ZEROS
              DIVIDE WS-QTD-AMOSTRAS BY 2 GIVING WS-MEIO
              IF FUNCTION MOD(WS-QTD-AMOSTRAS, 2) EQUAL 1
                 ADD 1 TO WS-MEIO
                 MOVE WS-AM-DURACAO(WS-MEIO) TO WS-MEDIANA
              ELSE
                 COMPUTE WS-MEDIANA ROUNDED =
                         (WS-AM-DURACAO(WS-MEIO)
                        + WS-AM-DURACAO(WS-MEIO + 1)) / 2
              END-IF
              MOVE WS-AM-DURACAO(WS-QTD-AMOSTRAS) TO WS-PIOR
              COMPUTE WS-MEDIA-LIDOS ROUNDED =
                      WS-SOMA-LIDOS / WS-QTD-AMOSTRAS
           END-IF
      *
           MOVE ZEROS TO WS-SLA-PROGRAMA
           PERFORM VARYING WS-IDX-SLA FROM 1 BY 1
                   UNTIL WS-IDX-SLA GREATER THAN WS-QTD-SLA
              IF WS-ST-PROGRAMA(WS-IDX-SLA) EQUAL WS-PROGRAMA-ANT
                 MOVE WS-ST-SEGUNDOS(WS-IDX-SLA) TO WS-SLA-PROGRAMA
                 MOVE WS-QTD-SLA TO WS-IDX-SLA
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    EXECUCAO DA NOITE DE REFERENCIA CONTRA A BASE E O SLA
      *-----------------------------------*
      *
       320-AVALIA-EXECUCAO SECTION.
      *
           ADD 1 TO WS-QTD-EXEC-NOITE
           ADD 1 TO WS-QTD-NOITE-JOB
           MOVE "N" TO WS-ACIMA-BASE-SW
           MOVE "N" TO WS-ACIMA-SLA-SW
      *
           COMPUTE WS-LIMITE-BASE ROUNDED =
                   WS-MEDIANA * (100 + WS-TOLERANCIA) / 100
           IF WS-QTD-AMOSTRAS NOT LESS THAN WS-MIN-AMOSTRAS
              AND SRT-DURACAO GREATER THAN WS-LIMITE-BASE
              SET WS-ACIMA-BASE TO TRUE
           END-IF
           IF WS-SLA-PROGRAMA GREATER THAN ZEROS
              AND SRT-DURACAO GREATER THAN WS-SLA-PROGRAMA
              SET WS-ACIMA-SLA TO TRUE
           END-IF
      *
           MOVE ZEROS TO WS-VAR-TEMPO
                         WS-VAR-LIDOS
           IF WS-MEDIANA GREATER THAN ZEROS
              COMPUTE WS-VAR-TEMPO ROUNDED =
                      (SRT-DURACAO - WS-MEDIANA) * 100 / WS-MEDIANA
           END-IF
           IF WS-MEDIA-LIDOS GREATER THAN ZEROS
              COMPUTE WS-VAR-LIDOS ROUNDED =
                      (SRT-LIDOS - WS-MEDIA-LIDOS) * 100
                      / WS-MEDIA-LIDOS
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-ACIMA-SLA AND WS-ACIMA-BASE
                 MOVE "ACIMA SLA E BASE" TO WS-DE-SITUACAO
              WHEN WS-ACIMA-SLA
                 MOVE "ACIMA DO SLA"     TO WS-DE-SITUACAO
              WHEN WS-ACIMA-BASE
                 MOVE "ACIMA DA BASE"    TO WS-DE-SITUACAO
              WHEN WS-QTD-AMOSTRAS LESS THAN WS-MIN-AMOSTRAS
                 MOVE "SEM BASE"         TO WS-DE-SITUACAO
              WHEN OTHER
                 MOVE "OK"               TO WS-DE-SITUACAO
           END-EVALUATE
      *
           MOVE SPACES TO WS-DE-INDICIO
           IF WS-ACIMA-SLA OR WS-ACIMA-BASE
              ADD 1 TO WS-QTD-ALERTAS
              ADD 1 TO WS-ALERTAS-JOB
              EVALUATE TRUE
                 WHEN WS-MEDIA-LIDOS EQUAL ZEROS
                      AND SRT-LIDOS EQUAL ZEROS
                    MOVE "SEM CONTAGEM" TO WS-DE-INDICIO
                 WHEN WS-MEDIA-LIDOS EQUAL ZEROS
                    MOVE "VOLUME"       TO WS-DE-INDICIO
                 WHEN WS-VAR-LIDOS NOT LESS THAN WS-TOLERANCIA
                    MOVE "VOLUME"       TO WS-DE-INDICIO
                 WHEN OTHER
                    MOVE "LENTIDAO"     TO WS-DE-INDICIO
              END-EVALUATE
           END-IF
      *
           MOVE WS-PROGRAMA-ANT  TO WS-DE-PROGRAMA
           MOVE SRT-DATA-INI     TO WS-DE-DATA
           MOVE SRT-HORA-INI     TO WS-DE-HORA
           MOVE SRT-DURACAO      TO WS-FMT-SEGUNDOS
           PERFORM 800-FORMATA-TEMPO
           MOVE WS-FMT-HMS       TO WS-DE-DURACAO
           MOVE WS-MEDIANA       TO WS-FMT-SEGUNDOS
           PERFORM 800-FORMATA-TEMPO
           MOVE WS-FMT-HMS       TO WS-DE-MEDIANA
           MOVE WS-PIOR          TO WS-FMT-SEGUNDOS
           PERFORM 800-FORMATA-TEMPO
           MOVE WS-FMT-HMS       TO WS-DE-PIOR
           MOVE WS-QTD-AMOSTRAS  TO WS-DE-AMOSTRAS
           MOVE SPACES           TO WS-DE-SLA
           IF WS-SLA-PROGRAMA GREATER THAN ZEROS
              MOVE WS-SLA-PROGRAMA TO WS-FMT-SEGUNDOS
              PERFORM 800-FORMATA-TEMPO
              MOVE WS-FMT-HMS    TO WS-DE-SLA
           END-IF
           MOVE SRT-LIDOS        TO WS-DE-LIDOS
           MOVE WS-MEDIA-LIDOS   TO WS-DE-MEDIA-LIDOS
           MOVE WS-VAR-TEMPO     TO WS-DE-VAR-TEMPO
           MOVE WS-VAR-LIDOS     TO WS-DE-VAR-LIDOS
           WRITE REL-REG FROM WS-DET-EXEC.

      *-----------------------------------*
      *    GUARDA O RESUMO DO PROGRAMA PARA O BLOCO DA BASE
      *-----------------------------------*
      *
       340-FECHA-PROGRAMA SECTION.
      *
           IF NOT WS-BASE-CALCULADA
              PERFORM 310-CALCULA-BASE
           END-IF
      *
           IF WS-QTD-JOBS LESS THAN 500
              ADD 1 TO WS-QTD-JOBS
              MOVE WS-PROGRAMA-ANT  TO WS-JT-PROGRAMA(WS-QTD-JOBS)
              MOVE WS-QTD-AMOSTRAS  TO WS-JT-AMOSTRAS(WS-QTD-JOBS)
              MOVE WS-MEDIANA       TO WS-JT-MEDIANA(WS-QTD-JOBS)
              MOVE WS-PIOR          TO WS-JT-PIOR(WS-QTD-JOBS)
              MOVE WS-MEDIA-LIDOS   TO WS-JT-MEDIA-LIDOS(WS-QTD-JOBS)
              MOVE WS-SLA-PROGRAMA  TO WS-JT-SLA(WS-QTD-JOBS)
              MOVE WS-QTD-NOITE-JOB TO WS-JT-NOITE(WS-QTD-JOBS)
              MOVE WS-ALERTAS-JOB   TO WS-JT-ALERTAS(WS-QTD-JOBS)
           END-IF.

      *-----------------------------------*
      *
       390-LE-SORT SECTION.
      *
           RETURN ARQ-SORT
              AT END SET WS-FIM-SORT TO TRUE
           END-RETURN.

      *-----------------------------------*
      *    SEGUNDO BLOCO: BASE DE CADA PROGRAMA DO LOTE
      *-----------------------------------*
      *
       400-GRAVA-BASE SECTION.
      *
           MOVE SPACES TO REL-REG
           WRITE REL-REG
           WRITE REL-REG FROM WS-CAB-BASE
      *
           PERFORM VARYING WS-IDX-JOB FROM 1 BY 1
                   UNTIL WS-IDX-JOB GREATER THAN WS-QTD-JOBS
              MOVE WS-JT-PROGRAMA(WS-IDX-JOB)    TO WS-DB-PROGRAMA
              MOVE WS-JT-AMOSTRAS(WS-IDX-JOB)    TO WS-DB-AMOSTRAS
              MOVE WS-JT-MEDIANA(WS-IDX-JOB)     TO WS-FMT-SEGUNDOS
              PERFORM 800-FORMATA-TEMPO
              MOVE WS-FMT-HMS                    TO WS-DB-MEDIANA
              MOVE WS-JT-PIOR(WS-IDX-JOB)        TO WS-FMT-SEGUNDOS
              PERFORM 800-FORMATA-TEMPO
              MOVE WS-FMT-HMS                    TO WS-DB-PIOR
              MOVE WS-JT-MEDIA-LIDOS(WS-IDX-JOB) TO WS-DB-MEDIA-LIDOS
              MOVE SPACES                        TO WS-DB-SLA
              IF WS-JT-SLA(WS-IDX-JOB) GREATER THAN ZEROS
                 MOVE WS-JT-SLA(WS-IDX-JOB)      TO WS-FMT-SEGUNDOS
                 PERFORM 800-FORMATA-TEMPO
                 MOVE WS-FMT-HMS                 TO WS-DB-SLA
              END-IF
              MOVE WS-JT-NOITE(WS-IDX-JOB)       TO WS-DB-NOITE
              MOVE WS-JT-ALERTAS(WS-IDX-JOB)     TO WS-DB-ALERTAS
              WRITE REL-REG FROM WS-DET-BASE
           END-PERFORM.

      *-----------------------------------*
      *    TERCEIRO BLOCO: JANELA DE CADA NOITE, MEDIA MOVEL DAS
      *    CINCO ULTIMAS NOITES COM EXECUCAO, VARIACAO SOBRE A MEDIA
      *    DAS NOITES DA BASE E A TENDENCIA NO FINAL.
      *-----------------------------------*
      *
       500-GRAVA-JANELA SECTION.
      *
           MOVE ZEROS TO WS-SOMA-BASE-NOITE
                         WS-QTD-BASE-NOITE
                         WS-TR-N  WS-TR-SX  WS-TR-SY
                         WS-TR-SXY  WS-TR-SXX
                         WS-DUR-REF
      *
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX NOT LESS THAN WS-QTD-NOITES
              IF WS-NT-QTD(WS-IDX) GREATER THAN ZEROS
                 COMPUTE WS-DUR-NOITE =
                         WS-NT-FIM(WS-IDX) - WS-NT-INI(WS-IDX)
                 ADD WS-DUR-NOITE TO WS-SOMA-BASE-NOITE
                 ADD 1            TO WS-QTD-BASE-NOITE
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-MEDIA-BASE-NOITE
           IF WS-QTD-BASE-NOITE GREATER THAN ZEROS
              COMPUTE WS-MEDIA-BASE-NOITE ROUNDED =
                      WS-SOMA-BASE-NOITE / WS-QTD-BASE-NOITE
           END-IF
      *
           MOVE SPACES TO REL-REG
           WRITE REL-REG
           WRITE REL-REG FROM WS-CAB-JANELA
      *
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTD-NOITES
              IF WS-NT-DATA(WS-IDX) GREATER THAN ZEROS
                 PERFORM 510-LINHA-NOITE
              END-IF
           END-PERFORM
      *
           PERFORM 520-TENDENCIA.

      *-----------------------------------*
      *
       510-LINHA-NOITE SECTION.
      *
           INITIALIZE WS-DET-JANELA
           MOVE WS-NT-DATA(WS-IDX) TO WS-DJ-NOITE
      *
           IF WS-NT-QTD(WS-IDX) EQUAL ZEROS
              MOVE "SEM EXECUCAO" TO WS-DJ-SITUACAO
              WRITE REL-REG FROM WS-DET-JANELA
              GO TO 510-FIM
           END-IF
      *
           COMPUTE WS-DUR-NOITE =
                   WS-NT-FIM(WS-IDX) - WS-NT-INI(WS-IDX)
           ADD 1            TO WS-TR-N
           ADD WS-IDX       TO WS-TR-SX
           ADD WS-DUR-NOITE TO WS-TR-SY
           COMPUTE WS-TR-SXY = WS-TR-SXY + WS-IDX * WS-DUR-NOITE
           COMPUTE WS-TR-SXX = WS-TR-SXX + WS-IDX * WS-IDX
      *
           MOVE WS-NT-INI(WS-IDX) TO WS-CALC-SEGUNDOS
           PERFORM 820-SEGUNDOS-DATA-HORA
           MOVE WS-CALC-DATA TO WS-DJ-DATA-INI
           MOVE WS-CALC-HORA TO WS-DJ-HORA-INI
           MOVE WS-NT-FIM(WS-IDX) TO WS-CALC-SEGUNDOS
           PERFORM 820-SEGUNDOS-DATA-HORA
           MOVE WS-CALC-DATA TO WS-DJ-DATA-FIM
           MOVE WS-CALC-HORA TO WS-DJ-HORA-FIM
      *
           MOVE WS-DUR-NOITE TO WS-FMT-SEGUNDOS
           PERFORM 800-FORMATA-TEMPO
           MOVE WS-FMT-HMS             TO WS-DJ-DURACAO
           MOVE WS-NT-QTD(WS-IDX)      TO WS-DJ-QTD
           MOVE WS-NT-LIDOS(WS-IDX)    TO WS-DJ-LIDOS
      *
           MOVE ZEROS TO WS-MM-SOMA
                         WS-MM-QTD
           PERFORM VARYING WS-MM-IDX FROM WS-IDX BY -1
                   UNTIL WS-MM-IDX LESS THAN 1
                      OR WS-MM-QTD EQUAL 5
              IF WS-NT-QTD(WS-MM-IDX) GREATER THAN ZEROS
                 COMPUTE WS-MM-SOMA = WS-MM-SOMA
                       + WS-NT-FIM(WS-MM-IDX) - WS-NT-INI(WS-MM-IDX)
                 ADD 1 TO WS-MM-QTD
              END-IF
           END-PERFORM
           COMPUTE WS-FMT-SEGUNDOS ROUNDED = WS-MM-SOMA / WS-MM-QTD
           PERFORM 800-FORMATA-TEMPO
           MOVE WS-FMT-HMS TO WS-DJ-MEDIA-MOVEL
      *
           IF WS-MEDIA-BASE-NOITE GREATER THAN ZEROS
              COMPUTE WS-VAR-TEMPO ROUNDED =
                      (WS-DUR-NOITE - WS-MEDIA-BASE-NOITE) * 100
                      / WS-MEDIA-BASE-NOITE
              MOVE WS-VAR-TEMPO TO WS-DJ-VAR-BASE
           END-IF
      *
           IF WS-IDX EQUAL WS-QTD-NOITES
              MOVE WS-DUR-NOITE TO WS-DUR-REF
              MOVE "REFERENCIA" TO WS-DJ-SITUACAO
           END-IF
           IF WS-SLA-JANELA GREATER THAN ZEROS
              AND WS-DUR-NOITE GREATER THAN WS-SLA-JANELA
              MOVE "ACIMA DO LIMITE" TO WS-DJ-SITUACAO
           END-IF
      *
           WRITE REL-REG FROM WS-DET-JANELA.
      *
       510-FIM.
           EXIT.

      *-----------------------------------*
      *    INCLINACAO = (N.SXY - SX.SY) / (N.SXX - SX.SX) EM SEGUNDOS
      *    POR NOITE; COM LIMITE DA JANELA, NOITES ATE ALCANCA-LO A
      *    PARTIR DA NOITE DE REFERENCIA.
      *-----------------------------------*
      *
       520-TENDENCIA SECTION.
      *
           MOVE ZEROS  TO WS-TR-INCLINACAO
           MOVE SPACES TO WS-DT-LIMITE
                          WS-DT-SITUACAO
      *
           IF WS-TR-N GREATER THAN 1
              COMPUTE WS-TR-DIVISOR =
                      WS-TR-N * WS-TR-SXX - WS-TR-SX * WS-TR-SX
              IF WS-TR-DIVISOR NOT EQUAL ZEROS
                 COMPUTE WS-TR-INCLINACAO ROUNDED =
                         (WS-TR-N * WS-TR-SXY - WS-TR-SX * WS-TR-SY)
                         / WS-TR-DIVISOR
              END-IF
           ELSE
              MOVE "POUCAS NOITES PARA A TENDENCIA"
                TO WS-DT-SITUACAO
           END-IF
           MOVE WS-TR-INCLINACAO TO WS-DT-INCLINACAO
      *
           IF WS-SLA-JANELA GREATER THAN ZEROS
              MOVE WS-SLA-JANELA TO WS-FMT-SEGUNDOS
              PERFORM 800-FORMATA-TEMPO
              MOVE WS-FMT-HMS TO WS-DT-LIMITE
              EVALUATE TRUE
                 WHEN WS-TR-N LESS THAN 2
                    CONTINUE
                 WHEN WS-DUR-REF EQUAL ZEROS
                    MOVE "NOITE DE REFERENCIA SEM EXECUCAO"
                      TO WS-DT-SITUACAO
                 WHEN WS-DUR-REF GREATER THAN WS-SLA-JANELA
                    MOVE "LIMITE JA ULTRAPASSADO" TO WS-DT-SITUACAO
                 WHEN WS-TR-INCLINACAO NOT GREATER THAN ZEROS
                    MOVE "JANELA ESTAVEL OU DIMINUINDO"
                      TO WS-DT-SITUACAO
                 WHEN OTHER
                    COMPUTE WS-TR-NOITES-LIMITE =
                            (WS-SLA-JANELA - WS-DUR-REF)
                            / WS-TR-INCLINACAO
                    MOVE WS-TR-NOITES-LIMITE TO WS-NOITES-ED
                    STRING "LIMITE EM " WS-NOITES-ED
                           " NOITE(S) NESTE RITMO"
                      DELIMITED BY SIZE INTO WS-DT-SITUACAO
              END-EVALUATE
           END-IF
      *
           WRITE REL-REG FROM WS-DET-TENDENCIA.

      *-----------------------------------*
      *    SEGUNDOS EM WS-FMT-SEGUNDOS PARA HH:MM:SS (ACIMA DE 99
      *    HORAS FICA 99:59:59)
      *-----------------------------------*
      *
       800-FORMATA-TEMPO SECTION.
      *
           IF WS-FMT-SEGUNDOS GREATER THAN 359999
              MOVE 359999 TO WS-FMT-SEGUNDOS
           END-IF
           DIVIDE WS-FMT-SEGUNDOS BY 3600 GIVING WS-FMT-HH
                  REMAINDER WS-FMT-RESTO
           DIVIDE WS-FMT-RESTO BY 60 GIVING WS-FMT-MM
                  REMAINDER WS-FMT-SS.

      *-----------------------------------*
      *    DATA (WS-CALC-DATA) E HORA (WS-CALC-HORA) PARA SEGUNDOS
      *    CORRIDOS (WS-CALC-SEGUNDOS) PELO DIA JULIANO
      *-----------------------------------*
      *
       810-CALCULA-SEGUNDOS SECTION.
      *
           IF WS-CALC-HORA IS NOT NUMERIC
              MOVE ZEROS TO WS-CALC-HORA
           END-IF
           COMPUTE WS-CALC-SEGUNDOS =
                   FUNCTION INTEGER-OF-DATE(WS-CALC-DATA) * 86400
                 + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.

      *-----------------------------------*
      *    CAMINHO INVERSO: SEGUNDOS CORRIDOS PARA DATA E HORA
      *-----------------------------------*
      *
       820-SEGUNDOS-DATA-HORA SECTION.
      *
           DIVIDE WS-CALC-SEGUNDOS BY 86400 GIVING WS-DIA-INT
                  REMAINDER WS-FMT-RESTO
           COMPUTE WS-CALC-DATA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           DIVIDE WS-FMT-RESTO BY 3600 GIVING WS-CALC-HH
                  REMAINDER WS-FMT-RESTO
           DIVIDE WS-FMT-RESTO BY 60 GIVING WS-CALC-MM
                  REMAINDER WS-CALC-SS.
      *
       END PROGRAM RELSLA.
      *-----------------------------------*
