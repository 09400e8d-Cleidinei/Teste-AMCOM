          03 WS-FILTRO-CLASSE     PIC X       VALUE SPACES.
          03 WS-FILTRO-UF         PIC X(002)  VALUE SPACES.
          03 WS-FILTRO-FILIAL     PIC 9(002)  VALUE ZEROS.
          03 WS-POR-GRUPO         PIC X       VALUE "N".
      *-----------------------------------*
      *    SESSAO DE MANUTENCAO REGISTRADA NO ARQUIVO SESSOES AO
      *    ENTRAR EM CADA CADASTRO E ENCERRADA NA VOLTA (GRVSESS):
          03 WS-MSG-DIST          PIC X(040)  VALUE SPACES.
          03 WS-DIST-OPERADOR     PIC 9(003)  VALUE ZEROS.
          03 WS-DIST-FILIAL       PIC 9(002)  VALUE ZEROS.
          03 WS-DIST-MODO-GRUPO   PIC X       VALUE "N".
      *-----------------------------------*
      *
       SCREEN SECTION.
          02 LINE 08 COL 35 VALUE "(10) PRODUTOS".
          02 LINE 08 COL 55 VALUE "(11) PAGAMENTOS".
          02 LINE 09 COL 10 VALUE "RELATORIOS".
          02 LINE 09 COL 35 VALUE "(18) COND PAGTO".
          02 LINE 09 COL 55 VALUE "(17) ESTOQUE".
          02 LINE 10 COL 15 VALUE "(3) CLIENTES".
          02 LINE 10 COL 35 VALUE "(19) PERDAS".
          02 LINE 10 COL 55 VALUE "(20) CONTAS CTB".
          02 LINE 11 COL 15 VALUE "(4) VENDEDORES".
          02 LINE 11 COL 35 VALUE "(21) TAB PRECOS".
          02 LINE 11 COL 55 VALUE "(22) GRUPOS ECON".
          02 LINE 12 COL 15 VALUE "(7) EXECUCOES".
          02 LINE 12 COL 35 VALUE "(23) PROSPECTS".
          02 LINE 12 COL 55 VALUE "(24) EQUIPES".
          02 LINE 13 COL 15 VALUE "(8) PAINEL GERENCIAL".
          02 LINE 13 COL 35 VALUE "(25) PLANO QUOTAS".
          02 LINE 14 COL 15 VALUE "(0) CONSULTA AUDITORIA".
          02 LINE 15 COL 10 VALUE "DISTRIBUICAO".
          02 LINE 16 COL 15, PIC X(012) FROM WS-OPC5-TXT.
          02 LINE 15 COL 10 VALUE
          "CONFIRMAR GERACAO RELATORIO (S/N): (.)".
          02 LINE 15 COL 46, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 16 COL 10 VALUE
             "CONSOLIDAR POR GRUPO ECONOMICO (S/N): (.)".
          02 LINE 16 COL 49, PIC X TO WS-POR-GRUPO AUTO.
          02 LINE 19 COL 10 VALUE "MSG:".
          02 LINE 19 COL 15, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
          02 LINE 11 COL 10 VALUE
             "BALANCEAR CARGA PELA QUOTA (S/N)...........: (.)".
          02 LINE 11 COL 62, PIC X TO WS-DIST-MODO-QUOTA AUTO.
          02 LINE 12 COL 10 VALUE
             "GRUPO ECONOMICO NUM SO VENDEDOR (S/N)......: (.)".
          02 LINE 12 COL 62, PIC X TO WS-DIST-MODO-GRUPO AUTO.
          02 LINE 13 COL 10 VALUE
             "RESTRINGIR AO TERRITORIO DO VENDEDOR (S/N).: (.)".
          02 LINE 13 COL 62, PIC X TO WS-DIST-MODO-TERRIT AUTO.
                 IF WS-OPER-PERM-MANUT EQUAL "S"
                    CALL "CADFIL"
                 END-IF
              WHEN 17
                 IF WS-OPER-PERM-MANUT EQUAL "S"
                    MOVE "CADEST" TO WS-SESS-PROGRAMA
                    PERFORM 910-REGISTRA-SESSAO
                    CALL "CADEST" USING OPERADOR-INFO
                    PERFORM 920-ENCERRA-SESSAO
                 END-IF
              WHEN 18
                 IF WS-OPER-PERM-MANUT EQUAL "S"
                    MOVE "CADCPG" TO WS-SESS-PROGRAMA
                    PERFORM 910-REGISTRA-SESSAO
                    CALL "CADCPG"
                    PERFORM 920-ENCERRA-SESSAO
                 END-IF
              WHEN 19
                 IF WS-OPER-PERM-APROV EQUAL "S"
                    MOVE "BAIXAPER" TO WS-SESS-PROGRAMA
                    PERFORM 910-REGISTRA-SESSAO
                    CALL "BAIXAPER" USING OPERADOR-INFO
                    PERFORM 920-ENCERRA-SESSAO
                 END-IF
              WHEN 20
                 IF WS-OPER-PERM-MANUT EQUAL "S"
                    MOVE "CADCTB" TO WS-SESS-PROGRAMA
                    PERFORM 910-REGISTRA-SESSAO
                    CALL "CADCTB"
                    PERFORM 920-ENCERRA-SESSAO
                 END-IF
              WHEN 21
                 IF WS-OPER-PERM-MANUT EQUAL "S"
                    MOVE "CADTPR" TO WS-SESS-PROGRAMA
                    PERFORM 910-REGISTRA-SESSAO
                    CALL "CADTPR" USING OPERADOR-INFO
                    PERFORM 920-ENCERRA-SESSAO
                 END-IF
              WHEN 22
                 IF WS-OPER-PERM-MANUT EQUAL "S"
                    MOVE "CADGRP" TO WS-SESS-PROGRAMA
                    PERFORM 910-REGISTRA-SESSAO
                    CALL "CADGRP" USING OPERADOR-INFO
                    PERFORM 920-ENCERRA-SESSAO
                 END-IF
              WHEN 23
                 IF WS-OPER-PERM-MANUT EQUAL "S"
                    MOVE "CADPRS" TO WS-SESS-PROGRAMA
                    PERFORM 910-REGISTRA-SESSAO
                    CALL "CADPRS" USING OPERADOR-INFO
                    PERFORM 920-ENCERRA-SESSAO
                 END-IF
              WHEN 24
                 IF WS-OPER-PERM-MANUT EQUAL "S"
                    MOVE "CADEQP" TO WS-SESS-PROGRAMA
                    PERFORM 910-REGISTRA-SESSAO
                    CALL "CADEQP" USING OPERADOR-INFO
                    PERFORM 920-ENCERRA-SESSAO
                 END-IF
              WHEN 25
                 IF WS-OPER-PERM-MANUT EQUAL "S"
                    MOVE "CADQPL" TO WS-SESS-PROGRAMA
                    PERFORM 910-REGISTRA-SESSAO
                    CALL "CADQPL" USING OPERADOR-INFO
                    PERFORM 920-ENCERRA-SESSAO
                 END-IF
              WHEN 9
                 STOP RUN
           END-EVALUATE
              IF WS-ERRO EQUAL 0
                 MOVE FUNCTION UPPER-CASE(WS-ORDEM)
                   TO WS-ORDEM
                 MOVE FUNCTION UPPER-CASE(WS-POR-GRUPO)
                   TO WS-POR-GRUPO
                 MOVE WS-OPER-COD TO WS-OPERADOR-EXEC
                 CALL "RELATCLI" USING PARAMETROS
              END-IF
                TO WS-DIST-MODO-TERRIT
              MOVE FUNCTION UPPER-CASE(WS-DIST-VALIDA-COORD)
                TO WS-DIST-VALIDA-COORD
              MOVE FUNCTION UPPER-CASE(WS-DIST-MODO-GRUPO)
                TO WS-DIST-MODO-GRUPO
              MOVE WS-OPER-COD TO WS-DIST-OPERADOR
              CALL "FAZDISTRIB" USING PARAM-DIST
              PERFORM 300-DISTRIBUICAO
