           03 SORT-LATI-CLIENTE         PIC S9(003)V9(008).
           03 SORT-LONG-CLI             PIC S9(003)V9(008).
           03 SORT-CLASSE               PIC  X(001).
      *    CHAVE DE CONSOLIDACAO: O GRUPO ECONOMICO NO RELATORIO POR
      *    GRUPO (CLIENTE SEM GRUPO NO FIM), ZERO NOS DEMAIS.
           03 SORT-CHAVE-GRUPO          PIC  9(008).
           03 SORT-GRUPO                PIC  9(008).
           03 SORT-GRUPO-NOME           PIC  X(040).

       FD  REL-CLIENTE.
       01  RELAT-REG PIC X(100).
           03 WS-QTD-CLASSE-C     PIC  9(007) VALUE ZEROS.
           03 WS-QTD-SEM-CLASSE   PIC  9(007) VALUE ZEROS.
      *-----------------------------------*
      *    CONSOLIDACAO POR GRUPO ECONOMICO: CLIENTES DO MESMO GRUPO
      *    SAEM JUNTOS, NA ORDEM PEDIDA DENTRO DO GRUPO, COM UMA
      *    LINHA DE SUBTOTAL AO FIM DE CADA GRUPO. GRUPO SEM NOME NO
      *    GRUPOECO SAI COM A RAZAO SOCIAL DO PRIMEIRO MEMBRO.
      *-----------------------------------*
       77  WS-GRP-ATUAL           PIC  9(008) VALUE ZEROS.
       77  WS-GRP-QTD             PIC  9(007) VALUE ZEROS.
       77  WS-GRP-ED              PIC  9(008) VALUE ZEROS.
       01  WS-GRP-PRIMEIRO-SW     PIC  X(001) VALUE "S".
           88 WS-GRP-PRIMEIRO                 VALUE "S".
       01  PARAM-BUSCAGRP.
           03 WS-BGR-COD-CLI       PIC 9(007) VALUE ZEROS.
           03 WS-BGR-CNPJ          PIC 9(014) VALUE ZEROS.
           03 WS-BGR-GRUPO         PIC 9(008) VALUE ZEROS.
           03 WS-BGR-ORIGEM        PIC X(001) VALUE SPACES.
           03 WS-BGR-CADASTRO      PIC X(001) VALUE SPACES.
           03 WS-BGR-NOME          PIC X(040) VALUE SPACES.
           03 WS-BGR-LIMITE        PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-BGR-COD-MATRIZ    PIC 9(007) VALUE ZEROS.
           03 WS-BGR-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    DADOS DA EXECUCAO GRAVADOS NO LOG CENTRAL (RUNLOG)
      *-----------------------------------*
       01  PARAM-RUNLOG.
      *-----------------------------------*
       01  WS-CAB                   PIC  X(100)         VALUE
           "COD CLI;CNPJ CLI;RAZAO SOCIAL;LATITUDE;LONGITUDE;CLASSE".
       01  WS-CAB-GRUPO             PIC  X(100)         VALUE
           "COD CLI;CNPJ CLI;RAZAO SOCIAL;LATITUDE;LONGITUDE;CLASSE;GRU
      -    "PO ECONOMICO".
       01  WS-SUB-GRUPO.
           03 FILLER               PIC X(015) VALUE
              "SUBTOTAL GRUPO;".
           03 WS-SUBG-GRUPO        PIC 9(008).
           03 FILLER               PIC X(001) VALUE ";".
           03 WS-SUBG-NOME         PIC X(040).
           03 FILLER               PIC X(001) VALUE ";".
           03 WS-SUBG-QTD          PIC ZZZZZZ9.
       01  WS-RODAPE.
           03 FILLER               PIC X(019) VALUE
              "TOTAL DE REGISTROS;".
           03 WS-DET-LONG      PIC -ZZ9,99999999 VALUE ZEROS.
           03 FILLER           PIC X             VALUE ";".
           03 WS-DET-CLASSE    PIC X(001)        VALUE SPACES.
      *    ";" E O GRUPO, SO NO RELATORIO CONSOLIDADO POR GRUPO
           03 WS-DET-GRUPO-COL PIC X(009)        VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS.
           03  FILTRO-CLASSE      PIC X      VALUE SPACES.
           03  FILTRO-UF          PIC X(002) VALUE SPACES.
           03  FILTRO-FILIAL      PIC 9(002) VALUE ZEROS.
      *    "S" = CONSOLIDAR POR GRUPO ECONOMICO
           03  POR-GRUPO          PIC X      VALUE "N".
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS.
      *-----------------------------------*
           IF ORDENACAO EQUAL "A"
              IF CLASSIFICA EQUAL 1
                 SORT ARQ-SORT
                      ON ASCENDING KEY SORT-CHAVE-GRUPO
                      ON ASCENDING KEY SORT-COD-CLI
                      INPUT  PROCEDURE IS 100-SORT
                      OUTPUT PROCEDURE IS 200-RELAT
              ELSE
                 SORT ARQ-SORT
                      ON ASCENDING KEY SORT-CHAVE-GRUPO
                      ON ASCENDING KEY SORT-RZ-SOCIAL
                      INPUT  PROCEDURE IS 100-SORT
                      OUTPUT PROCEDURE IS 200-RELAT
           ELSE
              IF CLASSIFICA EQUAL 1
                 SORT ARQ-SORT
                      ON ASCENDING KEY SORT-CHAVE-GRUPO
                      ON DESCENDING KEY SORT-COD-CLI
                      INPUT  PROCEDURE IS 100-SORT
                      OUTPUT PROCEDURE IS 200-RELAT
              ELSE
                 SORT ARQ-SORT
                      ON ASCENDING KEY SORT-CHAVE-GRUPO
                      ON DESCENDING KEY SORT-RZ-SOCIAL
                      INPUT  PROCEDURE IS 100-SORT
                      OUTPUT PROCEDURE IS 200-RELAT
      *
           MOVE ARQ-CLIENTE-REG TO REG-SORT
           MOVE WS-CLASSE-CLI   TO SORT-CLASSE
           MOVE ZEROS           TO SORT-CHAVE-GRUPO
           MOVE ZEROS           TO SORT-GRUPO
           MOVE SPACES          TO SORT-GRUPO-NOME
           IF POR-GRUPO EQUAL "S"
              MOVE COD-CLIENTE TO WS-BGR-COD-CLI
              MOVE CNPJ        TO WS-BGR-CNPJ
              CALL "BUSCAGRP" USING PARAM-BUSCAGRP
              MOVE WS-BGR-GRUPO TO SORT-GRUPO
              MOVE WS-BGR-NOME  TO SORT-GRUPO-NOME
              IF WS-BGR-GRUPO EQUAL ZEROS
                 MOVE 99999999     TO SORT-CHAVE-GRUPO
              ELSE
                 MOVE WS-BGR-GRUPO TO SORT-CHAVE-GRUPO
              END-IF
           END-IF
           RELEASE REG-SORT.

      *-----------------------------------*
              AT END CONTINUE
           END-RETURN.

           IF POR-GRUPO EQUAL "S"
              WRITE RELAT-REG FROM WS-CAB-GRUPO
           ELSE
              WRITE RELAT-REG FROM WS-CAB
           END-IF
           PERFORM 210-IMP-REL
             UNTIL FS-SORT NOT EQUAL "00"
           IF POR-GRUPO EQUAL "S"
              PERFORM 220-SUBTOTAL-GRUPO
           END-IF

           MOVE WS-QTD-REG TO WS-RODAPE-QTD
           WRITE RELAT-REG FROM WS-RODAPE
      *-----------------------------------*
      *
       210-IMP-REL.
           IF POR-GRUPO EQUAL "S"
              IF WS-GRP-PRIMEIRO
                 OR SORT-CHAVE-GRUPO NOT EQUAL WS-GRP-ATUAL
                 IF NOT WS-GRP-PRIMEIRO
                    PERFORM 220-SUBTOTAL-GRUPO
                 END-IF
                 MOVE "N"              TO WS-GRP-PRIMEIRO-SW
                 MOVE SORT-CHAVE-GRUPO TO WS-GRP-ATUAL
                 MOVE SORT-GRUPO       TO WS-SUBG-GRUPO
                 MOVE SORT-GRUPO-NOME  TO WS-SUBG-NOME
                 IF WS-SUBG-NOME EQUAL SPACES
                    AND SORT-GRUPO NOT EQUAL ZEROS
                    MOVE SORT-RZ-SOCIAL TO WS-SUBG-NOME
                 END-IF
                 MOVE ZEROS TO WS-GRP-QTD
              END-IF
              ADD 1 TO WS-GRP-QTD
              MOVE SORT-GRUPO TO WS-GRP-ED
              MOVE SPACES TO WS-DET-GRUPO-COL
              STRING ";" WS-GRP-ED DELIMITED BY SIZE
                INTO WS-DET-GRUPO-COL
           END-IF
           MOVE SORT-COD-CLI          TO WS-DET-COD-CLI
           MOVE SORT-CNPJ             TO WS-DET-CNPJ
           MOVE SORT-RZ-SOCIAL        TO WS-DET-RZ-SOCIAL
              AT END CONTINUE
           END-RETURN.

      *-----------------------------------*
      *    SUBTOTAL DO GRUPO QUE ACABOU DE SER LISTADO (CLIENTES SEM
      *    GRUPO SAEM JUNTOS NO FIM COM GRUPO ZERO).
      *-----------------------------------*
      *
       220-SUBTOTAL-GRUPO.
      *
           IF NOT WS-GRP-PRIMEIRO
              MOVE WS-GRP-QTD TO WS-SUBG-QTD
              WRITE RELAT-REG FROM WS-SUB-GRUPO
           END-IF.

      *-----------------------------------*
      *    REGISTRA A EXECUCAO NO LOG CENTRAL: INICIO, CONTADORES,
      *    STATUS FINAL E PARAMETROS USADOS.
           STRING "ORD=" ORDENACAO
                  " CLASS=" CLASSIFICA
                  " INAT=" INCLUI-INATIVO
                  " GRP=" POR-GRUPO
             INTO WS-RLOG-PARAMETROS
      *
           MOVE OPERADOR-EXEC TO WS-RLOG-OPERADOR
