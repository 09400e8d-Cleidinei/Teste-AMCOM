      *    SEMANA DA AGENDA; AS NAO REALIZADAS SAEM LINHA A LINHA EM
      *    COMPLVIS.CSV E O RESUMO POR VENDEDOR TRAZ PLANEJADAS,
      *    REALIZADAS E O PERCENTUAL DE ADERENCIA DA SEMANA.
      *    COM COMPL-EQUIPE = "S" SAEM TAMBEM LINHAS EQUIPE COM OS
      *    MESMOS TOTAIS POR EQUIPE DE VENDA: CADA VENDEDOR ENTRA NA
      *    EQUIPE VIGENTE NA ULTIMA SEMANA DA SUA AGENDA (BUSCAEQP);
      *    OS SEM EQUIPE FICAM NA EQUIPE ZERO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-FIM-INT              PIC 9(007) VALUE ZEROS.
       77  WS-IDX-VEND             PIC 9(003) VALUE ZEROS.
       77  WS-ADERENCIA            PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-EQT                  PIC 9(004) VALUE ZEROS.
       01  WS-REALIZADA-SW         PIC X(001) VALUE "N".
           88 WS-VISITA-REALIZADA             VALUE "S".
           88 WS-VISITA-PENDENTE              VALUE "N".
           03 WS-TOT-ITEM OCCURS 999 TIMES.
              05 WS-TOT-PLANEJADAS PIC 9(005).
              05 WS-TOT-REALIZADAS PIC 9(005).
              05 WS-TOT-SEMANA     PIC 9(008).
      *-----------------------------------*
      *    TOTAIS POR EQUIPE, INDEXADOS PELO CODIGO DO SUPERVISOR;
      *    A POSICAO 1000 GUARDA OS VENDEDORES SEM EQUIPE.
      *-----------------------------------*
       01  WS-TOTAIS-EQUIPE.
           03 WS-EQT-ITEM OCCURS 1000 TIMES.
              05 WS-EQT-NOME       PIC X(040).
              05 WS-EQT-PLANEJADAS PIC 9(007).
              05 WS-EQT-REALIZADAS PIC 9(007).
      *-----------------------------------*
      *    EQUIPE DE CADA VENDEDOR (BUSCAEQP)
      *-----------------------------------*
       01  PARAMETROS-BUSCAEQP.
           03  WS-BEQ-COD-VEND     PIC 9(003) VALUE ZEROS.
           03  WS-BEQ-DATA         PIC 9(008) VALUE ZEROS.
           03  WS-BEQ-COD-SUPERV   PIC 9(003) VALUE ZEROS.
           03  WS-BEQ-ORIGEM       PIC X(001) VALUE SPACES.
           03  WS-BEQ-CADASTRO     PIC X(001) VALUE SPACES.
               88 WS-BEQ-CADASTRADA           VALUE "S".
           03  WS-BEQ-NOME         PIC X(040) VALUE SPACES.
           03  WS-BEQ-PERC-SUPERV  PIC 9(002)V9(002) VALUE ZEROS.
           03  WS-BEQ-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
       01  WS-CAB                  PIC X(120) VALUE
           "TIPO;COD VEND;COD CLI;DATA AGENDA;SITUACAO".
           03 WS-RES-REAL          PIC ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC X(012) VALUE ";ADERENCIA;".
           03 WS-RES-PERC          PIC ZZ9,99 VALUE ZEROS.
       01  WS-RES-EQP.
           03 FILLER               PIC X(007) VALUE "EQUIPE".
           03 FILLER               PIC X      VALUE ";".
           03 WS-REQ-COD-SUPERV    PIC 9(003) VALUE ZEROS.
           03 FILLER               PIC X(013) VALUE ";PLANEJADAS;".
           03 WS-REQ-PLAN          PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X(012) VALUE ";REALIZADAS;".
           03 WS-REQ-REAL          PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC X(012) VALUE ";ADERENCIA;".
           03 WS-REQ-PERC          PIC ZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-REQ-NOME          PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-COMPL.
           03  COMPL-MSG           PIC X(040) VALUE SPACES.
      *    "S" = CONSOLIDAR TAMBEM POR EQUIPE DE VENDA
           03  COMPL-EQUIPE        PIC X(001) VALUE "N".
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-COMPL.
      *-----------------------------------*
           WRITE COMPL-REG FROM WS-CAB
      *
           INITIALIZE WS-TOTAIS-VEND
           INITIALIZE WS-TOTAIS-EQUIPE
      *
           READ ARQ-AGENDA
      *
           END-PERFORM
      *
           PERFORM 300-GRAVA-RESUMOS
           IF COMPL-EQUIPE EQUAL "S"
              PERFORM 400-GRAVA-EQUIPES
           END-IF
      *
           CLOSE ARQ-AGENDA
           IF WS-VIS-DISPONIVEL
       100-VERIFICA-PLANEJADA SECTION.
      *
           ADD 1 TO WS-TOT-PLANEJADAS(AGE-COD-VEND)
           IF AGE-SEMANA-REF GREATER THAN WS-TOT-SEMANA(AGE-COD-VEND)
              MOVE AGE-SEMANA-REF TO WS-TOT-SEMANA(AGE-COD-VEND)
           END-IF
      *
           SET WS-VISITA-PENDENTE TO TRUE
      *
                       / WS-TOT-PLANEJADAS(WS-IDX-VEND)
                 MOVE WS-ADERENCIA TO WS-RES-PERC
                 WRITE COMPL-REG FROM WS-RES
                 IF COMPL-EQUIPE EQUAL "S"
                    PERFORM 310-ACUMULA-EQUIPE
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    SOMA O VENDEDOR NA EQUIPE VIGENTE NA SUA ULTIMA SEMANA
      *-----------------------------------*
      *
       310-ACUMULA-EQUIPE SECTION.
      *
           MOVE WS-IDX-VEND                TO WS-BEQ-COD-VEND
           MOVE WS-TOT-SEMANA(WS-IDX-VEND) TO WS-BEQ-DATA
           CALL "BUSCAEQP" USING PARAMETROS-BUSCAEQP
           IF WS-BEQ-COD-SUPERV EQUAL ZEROS
              MOVE 1000 TO WS-EQT
              MOVE "SEM EQUIPE" TO WS-EQT-NOME(WS-EQT)
           ELSE
              MOVE WS-BEQ-COD-SUPERV TO WS-EQT
              IF WS-BEQ-CADASTRADA
                 MOVE WS-BEQ-NOME TO WS-EQT-NOME(WS-EQT)
              ELSE
                 MOVE "EQUIPE NAO CADASTRADA" TO WS-EQT-NOME(WS-EQT)
              END-IF
           END-IF
           ADD WS-TOT-PLANEJADAS(WS-IDX-VEND)
             TO WS-EQT-PLANEJADAS(WS-EQT)
           ADD WS-TOT-REALIZADAS(WS-IDX-VEND)
             TO WS-EQT-REALIZADAS(WS-EQT).

      *-----------------------------------*
      *    UMA LINHA EQUIPE POR EQUIPE COM VISITA PLANEJADA
      *-----------------------------------*
      *
       400-GRAVA-EQUIPES SECTION.
      *
           PERFORM VARYING WS-EQT FROM 1 BY 1
                   UNTIL WS-EQT GREATER THAN 1000
              IF WS-EQT-PLANEJADAS(WS-EQT) GREATER THAN ZEROS
                 IF WS-EQT EQUAL 1000
                    MOVE ZEROS  TO WS-REQ-COD-SUPERV
                 ELSE
                    MOVE WS-EQT TO WS-REQ-COD-SUPERV
                 END-IF
                 MOVE WS-EQT-NOME(WS-EQT)       TO WS-REQ-NOME
                 MOVE WS-EQT-PLANEJADAS(WS-EQT) TO WS-REQ-PLAN
                 MOVE WS-EQT-REALIZADAS(WS-EQT) TO WS-REQ-REAL
                 COMPUTE WS-ADERENCIA ROUNDED =
                         WS-EQT-REALIZADAS(WS-EQT) * 100
                       / WS-EQT-PLANEJADAS(WS-EQT)
                 MOVE WS-ADERENCIA TO WS-REQ-PERC
                 WRITE COMPL-REG FROM WS-RES-EQP
              END-IF
           END-PERFORM.
      *
