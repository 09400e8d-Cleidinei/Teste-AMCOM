      *
      *-----------------------------------*
      *    MANUTENCAO DO CADASTRO DE FILIAIS (CENTROS DE
      *    DISTRIBUICAO): CODIGO, NOME, STATUS E OS DADOS FISCAIS
      *    DE EMITENTE DA NF-E (CNPJ, INSCRICAO ESTADUAL E UF). A
      *    FILIAL E REFERENCIADA NO CLIENTE E NO VENDEDOR, E A
      *    DISTRIBUICAO PODE SER RESTRITA A UMA FILIAL COM ARQUIVOS
      *    DE SAIDA PROPRIOS POR CENTRO.
      *    A FILIAL GUARDA TAMBEM AS COORDENADAS DO DEPOSITO E O
      *    PRAZO DE ENTREGA EM DIAS UTEIS, E AS OPCOES 6 E 7 MANTEM
      *    OS VEICULOS DE ENTREGA DA FILIAL (ARQUIVO VEICULOS) COM A
      *    CAPACIDADE EM VOLUMES USADA PELO ROMANEIO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD  KEY   IS FIL-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-FILIAL.
           SELECT ARQ-VEICULO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VEI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VEICULO.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FILIAIS'.
       COPY "BOOKFIL.CPY".
      *
       FD  ARQ-VEICULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'VEICULOS'.
       COPY "BOOKVEI.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-FIL-CODIGO           PIC 9(002) VALUE ZEROS.
       77 WS-FIL-NOME             PIC X(030) VALUE SPACES.
       77 WS-FIL-CNPJ             PIC 9(014) VALUE ZEROS.
       77 WS-FIL-INSC-ESTADUAL    PIC X(014) VALUE SPACES.
       77 WS-FIL-UF               PIC X(002) VALUE SPACES.
       77 WS-STATUS-DESC          PIC X(008) VALUE SPACES.
       77 WS-FIL-LATITUDE         PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-FIL-LONGITUDE        PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-FIL-PRAZO            PIC 9(002) VALUE ZEROS.
       77 FS-VEICULO              PIC X(002) VALUE "00".
       77 WS-IDX                  PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
       01 WS-ARQ-VEI-REG.
          03 WS-VEI-FILIAL        PIC 9(002) VALUE ZEROS.
          03 WS-VEI-CODIGO        PIC 9(003) VALUE ZEROS.
          03 WS-VEI-PLACA         PIC X(007) VALUE SPACES.
          03 WS-VEI-DESCRICAO     PIC X(030) VALUE SPACES.
          03 WS-VEI-CAP-VOLUMES   PIC 9(005) VALUE ZEROS.
          03 WS-VEI-MAX-ENTREGAS  PIC 9(003) VALUE ZEROS.
          03 WS-VEI-STATUS        PIC X(001) VALUE "A".
      *-----------------------------------*
      *    LISTA DE VEICULOS DA FILIAL (12 POR TELA)
      *-----------------------------------*
       01 WS-VEI-LISTA.
          03 WS-VEI-LINHA         PIC X(060) OCCURS 12 TIMES.
       01 WS-VEI-DET.
          03 WS-VEI-DET-COD       PIC 999.
          03 FILLER               PIC X(002) VALUE SPACES.
          03 WS-VEI-DET-PLACA     PIC X(007).
          03 FILLER               PIC X(002) VALUE SPACES.
          03 WS-VEI-DET-DESC      PIC X(020).
          03 FILLER               PIC X(002) VALUE SPACES.
          03 WS-VEI-DET-CAP       PIC ZZZZ9.
          03 FILLER               PIC X(003) VALUE SPACES.
          03 WS-VEI-DET-MAX       PIC ZZ9.
          03 FILLER               PIC X(005) VALUE SPACES.
          03 WS-VEI-DET-STATUS    PIC X(001).
      *-----------------------------------*
      *
       SCREEN SECTION.
          02 LINE 08 COL 10 VALUE "(2) ALTERAR".
          02 LINE 09 COL 10 VALUE "(3) INATIVAR".
          02 LINE 10 COL 10 VALUE "(5) CONSULTAR".
          02 LINE 11 COL 10 VALUE "(6) INCLUIR/ALTERAR VEICULO".
          02 LINE 12 COL 10 VALUE "(7) LISTAR VEICULOS DA FILIAL".
          02 LINE 13 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WS-OPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 07 COL 26, PIC 99 TO WS-FIL-CODIGO AUTO.
          02 LINE 08 COL 10 VALUE "NOME.........:".
          02 LINE 08 COL 26, PIC X(030) TO WS-FIL-NOME AUTO.
          02 LINE 09 COL 10 VALUE "CNPJ.........:".
          02 LINE 09 COL 26, PIC 9(014) TO WS-FIL-CNPJ AUTO.
          02 LINE 10 COL 10 VALUE "INSC.ESTADUAL:".
          02 LINE 10 COL 26, PIC X(014) TO WS-FIL-INSC-ESTADUAL AUTO.
          02 LINE 11 COL 10 VALUE "UF...........:".
          02 LINE 11 COL 26, PIC X(002) TO WS-FIL-UF AUTO.
          02 LINE 12 COL 10 VALUE "LATITUDE.....:".
          02 LINE 12 COL 26, PIC -ZZ9,99999999 TO WS-FIL-LATITUDE.
          02 LINE 13 COL 10 VALUE "LONGITUDE....:".
          02 LINE 13 COL 26, PIC -ZZ9,99999999 TO WS-FIL-LONGITUDE.
          02 LINE 14 COL 10 VALUE "PRAZO ENTREGA:".
          02 LINE 14 COL 26, PIC Z9 TO WS-FIL-PRAZO AUTO.
          02 LINE 14 COL 29 VALUE "DIAS UTEIS (0 = 2)".
          02 LINE 16 COL 10 "CONFIRMA? (S/N): (.)".
          02 LINE 16 COL 28, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 09 COL 26, PIC X(030) FROM WS-FIL-NOME.
          02 LINE 10 COL 10 VALUE "STATUS.......:".
          02 LINE 10 COL 26, PIC X(008) FROM WS-STATUS-DESC.
          02 LINE 11 COL 10 VALUE "CNPJ.........:".
          02 LINE 11 COL 26, PIC 9(014) FROM WS-FIL-CNPJ.
          02 LINE 12 COL 10 VALUE "INSC.ESTADUAL:".
          02 LINE 12 COL 26, PIC X(014) FROM WS-FIL-INSC-ESTADUAL.
          02 LINE 13 COL 10 VALUE "UF...........:".
          02 LINE 13 COL 26, PIC X(002) FROM WS-FIL-UF.
          02 LINE 14 COL 10 VALUE "LAT / LONG...:".
          02 LINE 14 COL 26, PIC -ZZ9,99999999 FROM WS-FIL-LATITUDE.
          02 LINE 14 COL 41, PIC -ZZ9,99999999 FROM WS-FIL-LONGITUDE.
          02 LINE 15 COL 10 VALUE "PRAZO ENTREGA:".
          02 LINE 15 COL 26, PIC Z9 FROM WS-FIL-PRAZO.
          02 LINE 15 COL 29 VALUE "DIAS UTEIS".
          02 LINE 16 COL 10 "CONSULTAR? (S/N): (.)".
          02 LINE 16 COL 29, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 BUSCAR-VEICULO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "VEICULO - INFORMAR FILIAL E CODIGO".
          02 LINE 07 COL 10 VALUE "CODIGO FILIAL: (..)".
          02 LINE 07 COL 26, PIC 99 TO WS-VEI-FILIAL.
          02 LINE 08 COL 10 VALUE "VEICULO......: (...)".
          02 LINE 08 COL 26, PIC 999 TO WS-VEI-CODIGO.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-VEICULO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "VEICULO DE ENTREGA DA FILIAL".
          02 LINE 07 COL 10 VALUE "FILIAL.......:".
          02 LINE 07 COL 26, PIC 99 FROM WS-VEI-FILIAL.
          02 LINE 07 COL 29, PIC X(030) FROM WS-FIL-NOME.
          02 LINE 08 COL 10 VALUE "VEICULO......:".
          02 LINE 08 COL 26, PIC 999 FROM WS-VEI-CODIGO.
          02 LINE 09 COL 10 VALUE "PLACA........:".
          02 LINE 09 COL 26, PIC X(007) USING WS-VEI-PLACA AUTO.
          02 LINE 10 COL 10 VALUE "DESCRICAO....:".
          02 LINE 10 COL 26, PIC X(030) USING WS-VEI-DESCRICAO AUTO.
          02 LINE 11 COL 10 VALUE "CAPACIDADE...:".
          02 LINE 11 COL 26, PIC ZZZZ9 USING WS-VEI-CAP-VOLUMES AUTO.
          02 LINE 11 COL 32 VALUE "VOLUMES".
          02 LINE 12 COL 10 VALUE "MAX.ENTREGAS.:".
          02 LINE 12 COL 26, PIC ZZ9 USING WS-VEI-MAX-ENTREGAS AUTO.
          02 LINE 12 COL 32 VALUE "POR VIAGEM (0 = SEM LIMITE)".
          02 LINE 13 COL 10 VALUE "STATUS (A/I).:".
          02 LINE 13 COL 26, PIC X USING WS-VEI-STATUS AUTO.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 16 COL 10 "CONFIRMA A GRAVACAO? (S/N): (.)".
          02 LINE 16 COL 39, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 LISTA-VEICULOS.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 03 COL 10 VALUE "VEICULOS DA FILIAL".
          02 LINE 03 COL 29, PIC 99 FROM WS-VEI-FILIAL.
          02 LINE 05 COL 10 VALUE "COD  PLACA    DESCRICAO".
          02 LINE 05 COL 53 VALUE "CAP  MAX  ST".
          02 LINE 06 COL 10, PIC X(060) FROM WS-VEI-LINHA(1).
          02 LINE 07 COL 10, PIC X(060) FROM WS-VEI-LINHA(2).
          02 LINE 08 COL 10, PIC X(060) FROM WS-VEI-LINHA(3).
          02 LINE 09 COL 10, PIC X(060) FROM WS-VEI-LINHA(4).
          02 LINE 10 COL 10, PIC X(060) FROM WS-VEI-LINHA(5).
          02 LINE 11 COL 10, PIC X(060) FROM WS-VEI-LINHA(6).
          02 LINE 12 COL 10, PIC X(060) FROM WS-VEI-LINHA(7).
          02 LINE 13 COL 10, PIC X(060) FROM WS-VEI-LINHA(8).
          02 LINE 14 COL 10, PIC X(060) FROM WS-VEI-LINHA(9).
          02 LINE 15 COL 10, PIC X(060) FROM WS-VEI-LINHA(10).
          02 LINE 16 COL 10, PIC X(060) FROM WS-VEI-LINHA(11).
          02 LINE 17 COL 10, PIC X(060) FROM WS-VEI-LINHA(12).
          02 LINE 19 COL 10 "CONTINUAR A LISTA? (S/N): (.)".
          02 LINE 19 COL 37, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 MENSAGEM AUTO.
          02 BLANK SCREEN.
                MOVE ZEROS TO WS-SAIR
                PERFORM 600-CONSULTA
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 6
                PERFORM 400-VEICULO
             WHEN 7
                PERFORM 500-LISTA-VEICULOS
             WHEN 9
                GOBACK
           END-EVALUATE
           MOVE SPACES TO WS-MSG
           MOVE ZEROS  TO WS-FIL-CODIGO
           MOVE SPACES TO WS-FIL-NOME
           MOVE ZEROS  TO WS-FIL-CNPJ
           MOVE SPACES TO WS-FIL-INSC-ESTADUAL
           MOVE SPACES TO WS-FIL-UF
           MOVE ZEROS  TO WS-FIL-LATITUDE
           MOVE ZEROS  TO WS-FIL-LONGITUDE
           MOVE ZEROS  TO WS-FIL-PRAZO
           DISPLAY TELA-FILIAL
           ACCEPT  TELA-FILIAL
      *
           MOVE WS-FIL-CODIGO TO FIL-CODIGO
           MOVE WS-FIL-NOME   TO FIL-NOME
           MOVE "A"           TO FIL-STATUS
           MOVE WS-FIL-CNPJ   TO FIL-CNPJ
           MOVE WS-FIL-INSC-ESTADUAL TO FIL-INSC-ESTADUAL
           MOVE FUNCTION UPPER-CASE(WS-FIL-UF) TO FIL-UF
           MOVE WS-FIL-LATITUDE  TO FIL-LATITUDE
           MOVE WS-FIL-LONGITUDE TO FIL-LONGITUDE
           MOVE WS-FIL-PRAZO     TO FIL-PRAZO-ENTREGA
           WRITE ARQ-FIL-REG
           IF FS-FILIAL EQUAL "00"
              MOVE "FILIAL INCLUIDA" TO WS-MSG
           MOVE SPACES TO WS-MSG
           MOVE ZEROS  TO WS-FIL-CODIGO
           MOVE SPACES TO WS-FIL-NOME
           MOVE ZEROS  TO WS-FIL-CNPJ
           MOVE SPACES TO WS-FIL-INSC-ESTADUAL
           MOVE SPACES TO WS-FIL-UF
           MOVE ZEROS  TO WS-FIL-LATITUDE
           MOVE ZEROS  TO WS-FIL-LONGITUDE
           MOVE ZEROS  TO WS-FIL-PRAZO
           DISPLAY TELA-FILIAL
           ACCEPT  TELA-FILIAL
      *
              MOVE "FILIAL NAO ENCONTRADA" TO WS-MSG
           ELSE
              MOVE WS-FIL-NOME TO FIL-NOME
              MOVE WS-FIL-CNPJ TO FIL-CNPJ
              MOVE WS-FIL-INSC-ESTADUAL TO FIL-INSC-ESTADUAL
              MOVE FUNCTION UPPER-CASE(WS-FIL-UF) TO FIL-UF
              MOVE WS-FIL-LATITUDE  TO FIL-LATITUDE
              MOVE WS-FIL-LONGITUDE TO FIL-LONGITUDE
              MOVE WS-FIL-PRAZO     TO FIL-PRAZO-ENTREGA
              REWRITE ARQ-FIL-REG
              IF FS-FILIAL EQUAL "00"
                 MOVE "FILIAL ALTERADA" TO WS-MSG
           MOVE SPACES TO WS-MSG
           MOVE ZEROS  TO WS-FIL-CODIGO
           MOVE SPACES TO WS-FIL-NOME
           MOVE ZEROS  TO WS-FIL-CNPJ
           MOVE SPACES TO WS-FIL-INSC-ESTADUAL
           MOVE SPACES TO WS-FIL-UF
           MOVE ZEROS  TO WS-FIL-LATITUDE
           MOVE ZEROS  TO WS-FIL-LONGITUDE
           MOVE ZEROS  TO WS-FIL-PRAZO
           DISPLAY TELA-FILIAL
           ACCEPT  TELA-FILIAL
      *
           MOVE SPACES TO WS-MSG
           MOVE ZEROS  TO WS-FIL-CODIGO
           MOVE SPACES TO WS-FIL-NOME
           MOVE ZEROS  TO WS-FIL-CNPJ
           MOVE SPACES TO WS-FIL-INSC-ESTADUAL
           MOVE SPACES TO WS-FIL-UF
           MOVE ZEROS  TO WS-FIL-LATITUDE
           MOVE ZEROS  TO WS-FIL-LONGITUDE
           MOVE ZEROS  TO WS-FIL-PRAZO
           MOVE SPACES TO WS-STATUS-DESC
           DISPLAY CONSULTA
           ACCEPT  CONSULTA
              MOVE "FILIAL NAO ENCONTRADA" TO WS-MSG
           ELSE
              MOVE FIL-NOME TO WS-FIL-NOME
              MOVE FIL-CNPJ TO WS-FIL-CNPJ
              MOVE FIL-INSC-ESTADUAL TO WS-FIL-INSC-ESTADUAL
              MOVE FIL-UF   TO WS-FIL-UF
              MOVE FIL-LATITUDE      TO WS-FIL-LATITUDE
              MOVE FIL-LONGITUDE     TO WS-FIL-LONGITUDE
              MOVE FIL-PRAZO-ENTREGA TO WS-FIL-PRAZO
              IF FIL-INATIVA
                 MOVE "INATIVA" TO WS-STATUS-DESC
              ELSE
       600-FIM.
           EXIT.

      *-----------------------------------*
      *    INCLUI OU ALTERA UM VEICULO DE ENTREGA DE UMA FILIAL
      *    CADASTRADA
      *-----------------------------------*
      *
       400-VEICULO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-VEI-REG
           MOVE "A" TO WS-VEI-STATUS
           DISPLAY BUSCAR-VEICULO
           ACCEPT  BUSCAR-VEICULO
      *
           IF WS-VEI-FILIAL EQUAL ZEROS
              OR WS-VEI-CODIGO EQUAL ZEROS
              MOVE "INFORMAR FILIAL E CODIGO DO VEICULO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-FILIAIS
           MOVE WS-VEI-FILIAL TO FIL-CODIGO
           READ ARQ-FILIAL RECORD
             KEY IS FIL-CODIGO
           IF FS-FILIAL NOT EQUAL "00"
              CLOSE ARQ-FILIAL
              MOVE "FILIAL NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
           MOVE FIL-NOME TO WS-FIL-NOME
           CLOSE ARQ-FILIAL
      *
           PERFORM 860-ABRE-VEICULOS
           MOVE WS-VEI-FILIAL TO VEI-FILIAL
           MOVE WS-VEI-CODIGO TO VEI-CODIGO
           READ ARQ-VEICULO RECORD INTO WS-ARQ-VEI-REG
             KEY IS VEI-CHAVE
           IF FS-VEICULO EQUAL "00"
              MOVE "VEICULO JA CADASTRADO - ALTERACAO" TO WS-MSG
           ELSE
              MOVE "VEICULO NOVO - INCLUSAO" TO WS-MSG
           END-IF
      *
           DISPLAY TELA-VEICULO
           ACCEPT  TELA-VEICULO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              CLOSE ARQ-VEICULO
              PERFORM 000-INICIO
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(WS-VEI-STATUS) TO WS-VEI-STATUS
           IF WS-VEI-CAP-VOLUMES EQUAL ZEROS
              OR (WS-VEI-STATUS NOT EQUAL "A"
                  AND WS-VEI-STATUS NOT EQUAL "I")
              CLOSE ARQ-VEICULO
              MOVE "INFORMAR CAPACIDADE E STATUS A OU I" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(WS-VEI-PLACA) TO WS-VEI-PLACA
           MOVE WS-ARQ-VEI-REG TO ARQ-VEI-REG
           WRITE ARQ-VEI-REG
           IF FS-VEICULO EQUAL "22"
              REWRITE ARQ-VEI-REG
           END-IF
           IF FS-VEICULO EQUAL "00"
              MOVE "VEICULO GRAVADO COM SUCESSO" TO WS-MSG
           ELSE
              STRING "ERRO AO GRAVAR VEICULO - FS " FS-VEICULO
                INTO WS-MSG
           END-IF
           CLOSE ARQ-VEICULO
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    LISTA OS VEICULOS DA FILIAL INFORMADA, 12 POR TELA
      *-----------------------------------*
      *
       500-LISTA-VEICULOS SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-VEI-REG
           DISPLAY BUSCAR-VEICULO
           ACCEPT  BUSCAR-VEICULO
      *
           OPEN INPUT ARQ-VEICULO
           IF FS-VEICULO NOT EQUAL "00"
              CLOSE ARQ-VEICULO
              MOVE "NENHUM VEICULO CADASTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              GO TO 500-FIM
           END-IF
      *
           MOVE WS-VEI-FILIAL TO VEI-FILIAL
           MOVE WS-VEI-CODIGO TO VEI-CODIGO
           START ARQ-VEICULO KEY IS NOT LESS THAN VEI-CHAVE
              INVALID KEY
                 MOVE "10" TO FS-VEICULO
           END-START
           IF FS-VEICULO EQUAL "00"
              READ ARQ-VEICULO NEXT RECORD
           END-IF
      *
           MOVE "S" TO WS-CONFIRMA
           PERFORM UNTIL FS-VEICULO NOT EQUAL "00"
                      OR VEI-FILIAL NOT EQUAL WS-VEI-FILIAL
                      OR FUNCTION UPPER-CASE(WS-CONFIRMA)
                         NOT EQUAL "S"
              MOVE SPACES TO WS-VEI-LISTA
              MOVE ZEROS  TO WS-IDX
              PERFORM UNTIL FS-VEICULO NOT EQUAL "00"
                         OR VEI-FILIAL NOT EQUAL WS-VEI-FILIAL
                         OR WS-IDX EQUAL 12
                 ADD 1 TO WS-IDX
                 MOVE VEI-CODIGO       TO WS-VEI-DET-COD
                 MOVE VEI-PLACA        TO WS-VEI-DET-PLACA
                 MOVE VEI-DESCRICAO    TO WS-VEI-DET-DESC
                 MOVE VEI-CAP-VOLUMES  TO WS-VEI-DET-CAP
                 MOVE VEI-MAX-ENTREGAS TO WS-VEI-DET-MAX
                 MOVE VEI-STATUS       TO WS-VEI-DET-STATUS
                 MOVE WS-VEI-DET       TO WS-VEI-LINHA(WS-IDX)
                 READ ARQ-VEICULO NEXT RECORD
              END-PERFORM
              MOVE SPACES TO WS-CONFIRMA
              DISPLAY LISTA-VEICULOS
              ACCEPT  LISTA-VEICULOS
           END-PERFORM
           CLOSE ARQ-VEICULO.
      *
       500-FIM.
           EXIT.

      *-----------------------------------*
      *
       850-ABRE-FILIAIS SECTION.
              OPEN I-O ARQ-FILIAL
           END-IF.

      *-----------------------------------*
      *
       860-ABRE-VEICULOS SECTION.
      *
           OPEN I-O ARQ-VEICULO
           IF FS-VEICULO EQUAL "35"
              CLOSE ARQ-VEICULO
              OPEN OUTPUT ARQ-VEICULO
              CLOSE ARQ-VEICULO
              OPEN I-O ARQ-VEICULO
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
