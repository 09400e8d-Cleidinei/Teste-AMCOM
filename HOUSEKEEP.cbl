      *    O ARQUIVO VIVO INTACTO, POIS ESTES ARQUIVOS SAO A UNICA
      *    HISTORIA DO SISTEMA. O RESUMO DO QUE FOI ARQUIVADO POR
      *    PERIODO (ANO-MES) SAI EM HOUSEKEEP.CSV.
      *    CADA ARQUIVAMENTO GRAVADO E REGISTRADO UMA UNICA VEZ NO
      *    CATALOGO ARCINDEX.TXT, QUE O LGPDUTIL PERCORRE PARA
      *    LOCALIZAR DADOS PESSOAIS NOS ARQUIVAMENTOS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-AUDVEND-A ASSIGN TO WS-NOME-ARC-AUDV
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-ARC.
           SELECT ARQ-CATALOGO  ASSIGN TO "ARCINDEX.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-CAT.
           SELECT SUMARIO-REL   ASSIGN TO "HOUSEKEEP.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       FD  ARQ-AUDVEND-A
           RECORD CONTAINS 200.
       01  AUDVEND-A-REG PIC X(200).
      *
       FD  ARQ-CATALOGO.
       01  CATALOGO-REG PIC X(030).
      *
       FD  SUMARIO-REL.
       01  SUMARIO-REG PIC X(060).
       77  FS-TMP                  PIC X(002) VALUE "00".
       77  FS-ARC                  PIC X(002) VALUE "00".
       77  FS-AUD                  PIC X(002) VALUE "00".
       77  FS-CAT                  PIC X(002) VALUE "00".
       77  WS-NOME-CATALOGO        PIC X(030) VALUE SPACES.
       77  WS-ACHOU-CAT            PIC X(001) VALUE "N".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-CORTE           PIC 9(008) VALUE ZEROS.
       77  WS-DIAS-INT             PIC 9(008) VALUE ZEROS.
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-HIST-ARC
           CLOSE ARQ-HIST-TMP
      *
           IF WS-QTD-ARC-PASSO GREATER THAN ZEROS
              MOVE WS-NOME-ARC-HIST TO WS-NOME-CATALOGO
              PERFORM 600-CATALOGA-ARQUIVO
           END-IF
      *
           IF WS-SEM-ERRO
              AND WS-QTD-ARC-PASSO GREATER THAN ZEROS
           CLOSE ARQ-AUDCLI
           CLOSE ARQ-AUDCLI-A
           CLOSE ARQ-AUDCLI-T
      *
           IF WS-QTD-ARC-PASSO GREATER THAN ZEROS
              MOVE WS-NOME-ARC-AUDC TO WS-NOME-CATALOGO
              PERFORM 600-CATALOGA-ARQUIVO
           END-IF
      *
           IF WS-SEM-ERRO
              AND WS-QTD-ARC-PASSO GREATER THAN ZEROS
           CLOSE ARQ-AUDVEND
           CLOSE ARQ-AUDVEND-A
           CLOSE ARQ-AUDVEND-T
      *
           IF WS-QTD-ARC-PASSO GREATER THAN ZEROS
              MOVE WS-NOME-ARC-AUDV TO WS-NOME-CATALOGO
              PERFORM 600-CATALOGA-ARQUIVO
           END-IF
      *
           IF WS-SEM-ERRO
              AND WS-QTD-ARC-PASSO GREATER THAN ZEROS
                   WS-SUM-ANO-MES(WS-QTD-SUM)
              MOVE 1                      TO WS-SUM-QTD(WS-QTD-SUM)
           END-IF.

      *-----------------------------------*
      *    CATALOGO DOS ARQUIVAMENTOS: ACRESCENTA O NOME EM
      *    WS-NOME-CATALOGO SE AINDA NAO ESTIVER NO ARCINDEX.TXT
      *    (REPETIR O EXPURGO NO MESMO DIA REUSA O ARQUIVAMENTO).
      *    FALHA NO CATALOGO NAO DESFAZ O EXPURGO.
      *-----------------------------------*
      *
       600-CATALOGA-ARQUIVO SECTION.
      *
           MOVE "N" TO WS-ACHOU-CAT
      *
           OPEN INPUT ARQ-CATALOGO
           IF FS-CAT EQUAL "00"
              READ ARQ-CATALOGO
              PERFORM UNTIL FS-CAT NOT EQUAL "00"
                         OR WS-ACHOU-CAT EQUAL "S"
                 IF CATALOGO-REG EQUAL WS-NOME-CATALOGO
                    MOVE "S" TO WS-ACHOU-CAT
                 END-IF
                 READ ARQ-CATALOGO
              END-PERFORM
           END-IF
           CLOSE ARQ-CATALOGO
      *
           IF WS-ACHOU-CAT EQUAL "S"
              GO TO 600-FIM
           END-IF
      *
           OPEN EXTEND ARQ-CATALOGO
           IF FS-CAT EQUAL "35"
              OPEN OUTPUT ARQ-CATALOGO
           END-IF
           IF FS-CAT EQUAL "00"
              WRITE CATALOGO-REG FROM WS-NOME-CATALOGO
              IF FS-CAT NOT EQUAL "00"
                 DISPLAY "HOUSEKEEP: ERRO AO CATALOGAR "
                         WS-NOME-CATALOGO
              END-IF
           ELSE
              DISPLAY "HOUSEKEEP: ERRO AO ABRIR ARCINDEX.TXT FS "
                      FS-CAT
           END-IF
           CLOSE ARQ-CATALOGO.
      *
       600-FIM.
           EXIT.
      *
       END PROGRAM HOUSEKEEP.
      *-----------------------------------*
