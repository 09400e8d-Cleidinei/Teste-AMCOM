      *    VISITA CONFIRMADA PELO VENDEDOR (VENDEDOR, CLIENTE, DATA
      *    E RESULTADO) NO ARQUIVO VISITAS, QUE O RELATORIO DE
      *    ADERENCIA (RELCOMPL) COMPARA COM A AGENDA PLANEJADA. O
      *    VENDEDOR E O CLIENTE SAO VALIDADOS NOS CADASTROS. A
      *    ANOTACAO DO VENDEDOR E A DATA COMBINADA PARA O RETORNO
      *    VAO PARA O REGISTRO DE INTERACOES (GRVINTER).
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WS-VIS-CLI              PIC 9(007) VALUE ZEROS.
       77 WS-VIS-DATA             PIC 9(008) VALUE ZEROS.
       77 WS-VIS-RESULT           PIC X(002) VALUE SPACES.
       77 WS-VIS-RETORNO          PIC 9(008) VALUE ZEROS.
       01 WS-VIS-NOTA.
          03 WS-VIS-NOTA-1        PIC X(060) VALUE SPACES.
          03 WS-VIS-NOTA-2        PIC X(060) VALUE SPACES.
      *-----------------------------------*
      *    REGISTRO DA INTERACAO (GRVINTER)
      *-----------------------------------*
       01 PARAMETROS-GRVINTER.
          03 WS-GINT-COD-CLI      PIC 9(007) VALUE ZEROS.
          03 WS-GINT-DATA         PIC 9(008) VALUE ZEROS.
          03 WS-GINT-COD-VEND     PIC 9(003) VALUE ZEROS.
          03 WS-GINT-CANAL        PIC X(001) VALUE SPACES.
          03 WS-GINT-RESULTADO    PIC X(002) VALUE SPACES.
          03 WS-GINT-NOTA         PIC X(120) VALUE SPACES.
          03 WS-GINT-DATA-RETORNO PIC 9(008) VALUE ZEROS.
          03 WS-GINT-ORIGEM       PIC X(001) VALUE SPACES.
          03 WS-GINT-OPERADOR     PIC 9(003) VALUE ZEROS.
          03 WS-GINT-SEQ          PIC 9(003) VALUE ZEROS.
          03 WS-GINT-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *
       SCREEN SECTION.
          02 LINE 09 COL 30, PIC 99999999 TO WS-VIS-DATA AUTO.
          02 LINE 10 COL 10 VALUE "RESULTADO (01-99): (..)".
          02 LINE 10 COL 30, PIC X(002) TO WS-VIS-RESULT AUTO.
          02 LINE 11 COL 10 VALUE "ANOTACAO:".
          02 LINE 11 COL 20, PIC X(060) TO WS-VIS-NOTA-1.
          02 LINE 12 COL 20, PIC X(060) TO WS-VIS-NOTA-2.
          02 LINE 13 COL 10 VALUE "RETORNO EM.......: (........)".
          02 LINE 13 COL 30, PIC 99999999 TO WS-VIS-RETORNO AUTO.
          02 LINE 14 COL 10 VALUE "(AAAAMMDD - ZEROS = SEM RETORNO)".
          02 LINE 16 COL 10 "CONFIRMA A VISITA? (S/N): (.)".
          02 LINE 16 COL 38, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
           MOVE ZEROS  TO WS-VIS-CLI
           MOVE ZEROS  TO WS-VIS-DATA
           MOVE SPACES TO WS-VIS-RESULT
           MOVE SPACES TO WS-VIS-NOTA
           MOVE ZEROS  TO WS-VIS-RETORNO
      *
           DISPLAY TELA-VISITA
           ACCEPT  TELA-VISITA
              END-IF
              GO TO 100-FIM
           END-IF
      *
           IF WS-VIS-RETORNO NOT EQUAL ZEROS
              AND (FUNCTION TEST-DATE-YYYYMMDD(WS-VIS-RETORNO)
                   NOT EQUAL ZEROS
                   OR WS-VIS-RETORNO LESS THAN WS-VIS-DATA)
              MOVE "DATA DE RETORNO INVALIDA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 100-FIM
           END-IF
      *
           OPEN INPUT ARQ-VENDEDOR
           MOVE WS-VIS-VEND TO COD-VEND
           WRITE ARQ-VIS-REG
           IF FS-VISITA EQUAL "00"
              MOVE "VISITA REGISTRADA" TO WS-MSG
              PERFORM 200-GRAVA-INTERACAO
           ELSE
              IF FS-VISITA EQUAL "22"
                 MOVE "VISITA JA REGISTRADA NESTA DATA" TO WS-MSG
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    A VISITA GRAVADA ENTRA NO REGISTRO DE INTERACOES DO
      *    CLIENTE COM A ANOTACAO E O RETORNO COMBINADO.
      *-----------------------------------*
      *
       200-GRAVA-INTERACAO SECTION.
      *
           MOVE WS-VIS-CLI     TO WS-GINT-COD-CLI
           MOVE WS-VIS-DATA    TO WS-GINT-DATA
           MOVE WS-VIS-VEND    TO WS-GINT-COD-VEND
           MOVE "V"            TO WS-GINT-CANAL
           MOVE WS-VIS-RESULT  TO WS-GINT-RESULTADO
           MOVE WS-VIS-NOTA    TO WS-GINT-NOTA
           MOVE WS-VIS-RETORNO TO WS-GINT-DATA-RETORNO
           MOVE "V"            TO WS-GINT-ORIGEM
           MOVE ZEROS          TO WS-GINT-OPERADOR
           CALL "GRVINTER" USING PARAMETROS-GRVINTER
           IF WS-GINT-MSG NOT EQUAL SPACES
              MOVE "VISITA GRAVADA - INTERACAO NAO GRAVADA"
                TO WS-MSG
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
