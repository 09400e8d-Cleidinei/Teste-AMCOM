                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.
           SELECT ARQ-GRUPOCLI ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GCL-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-GRUPOCLI.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-GRUPOCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GRUPOCLI'.
       COPY "BOOKGCL.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-STATUS-DESC          PIC X(008) VALUE SPACES.
       77 WS-CRED-DESC            PIC X(009) VALUE SPACES.
       77 FS-FIXACAO              PIC X(002) VALUE "00".
       77 FS-VENDEDOR             PIC X(002) VALUE "00".
       77 WS-FIX-VEND-ATUAL       PIC 9(003) VALUE ZEROS.
       77 WS-FIX-VEND-NOVO        PIC 9(003) VALUE ZEROS.
       77 FS-GRUPOCLI             PIC X(002) VALUE "00".
       77 WS-GRUPO-NOVO           PIC 9(008) VALUE ZEROS.
       77 WS-GRUPO-RAIZ           PIC 9(008) VALUE ZEROS.
       77 WS-GRUPO-ORIGEM-DESC    PIC X(020) VALUE SPACES.
      *-----------------------------------*
      *    GRUPO ECONOMICO DO CLIENTE (SUBPROGRAMA BUSCAGRP): O
      *    INFORMADO NO GRUPOCLI OU, SEM ELE, A RAIZ DO CNPJ.
      *-----------------------------------*
       01 PARAM-BUSCAGRP.
          03 WS-BGR-COD-CLI        PIC 9(007) VALUE ZEROS.
          03 WS-BGR-CNPJ           PIC 9(014) VALUE ZEROS.
          03 WS-BGR-GRUPO          PIC 9(008) VALUE ZEROS.
          03 WS-BGR-ORIGEM         PIC X(001) VALUE SPACES.
             88 WS-BGR-PELA-RAIZ              VALUE "R".
             88 WS-BGR-INFORMADO              VALUE "I".
          03 WS-BGR-CADASTRO       PIC X(001) VALUE SPACES.
          03 WS-BGR-NOME           PIC X(040) VALUE SPACES.
          03 WS-BGR-LIMITE         PIC 9(009)V9(002) VALUE ZEROS.
          03 WS-BGR-COD-MATRIZ     PIC 9(007) VALUE ZEROS.
          03 WS-BGR-MSG            PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    SORTEIO DO PROXIMO CODIGO LIVRE NO CONTROLE CTRLCOD
      *    (SUBPROGRAMA NEXTCOD): O OPERADOR NAO DIGITA MAIS O
           03 WS-SUCESSOR-CLI     PIC  9(007) VALUE ZEROS.
           03 WS-FREQ-VISITA      PIC  X(001) VALUE "M".
           03 WS-FILIAL-CLI       PIC  9(002) VALUE ZEROS.
           03 WS-COND-PAG-CLI     PIC  9(003) VALUE ZEROS.
           03 WS-BLOQ-CRED-CLI    PIC  X(001) VALUE SPACES.
      *-----------------------------------*
      *    VALIDACAO DO DIGITO VERIFICADOR DO CNPJ
      *-----------------------------------*
          02 LINE 11 COL 10 VALUE "(5) CONSULTAR".
          02 LINE 12 COL 10 VALUE "(6) VENDEDOR FIXO".
          02 LINE 13 COL 10 VALUE "(7) FUSAO DE DUPLICADOS".
          02 LINE 14 COL 10 VALUE "(8) GRUPO ECONOMICO".
          02 LINE 15 COL 10 VALUE "(0) INTERACOES COM O CLIENTE".
          02 LINE 16 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 17 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 17 COL 27 PIC 9 TO WS-OPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 07 COL 53, PIC 99 TO WS-FILIAL-CLI.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC 99999999999999 TO WS-CNPJ-CLI.
          02 LINE 08 COL 45 VALUE "COND PAGTO:".
          02 LINE 08 COL 57, PIC ZZ9 TO WS-COND-PAG-CLI.
          02 LINE 09 COL 10 VALUE "RAZAO SOCIAL  :".
          02 LINE 09 COL 26, PIC X(040) TO WS-RZ-SOCIAL.
          02 LINE 10 COL 10 VALUE "LATITUDE      :".
          02 LINE 07 COL 53, PIC 99 USING WS-FILIAL-CLI AUTO.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC 99999999999999 FROM WS-CNPJ-CLI AUTO.
          02 LINE 08 COL 45 VALUE "COND PAGTO:".
          02 LINE 08 COL 57, PIC ZZ9 USING WS-COND-PAG-CLI AUTO.
          02 LINE 09 COL 10 VALUE "RAZAO SOCIAL  :".
          02 LINE 09 COL 26, PIC X(040) USING WS-RZ-SOCIAL AUTO.
          02 LINE 10 COL 10 VALUE "LATITUDE      :".
          02 LINE 07 COL 53, PIC 99 FROM WS-FILIAL-CLI.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC 99999999999999 FROM WS-CNPJ-CLI.
          02 LINE 08 COL 45 VALUE "COND PAGTO:".
          02 LINE 08 COL 57, PIC ZZ9 FROM WS-COND-PAG-CLI.
          02 LINE 09 COL 10 VALUE "RAZAO SOCIAL  :".
          02 LINE 09 COL 26, PIC X(040) FROM WS-RZ-SOCIAL.
          02 LINE 10 COL 10 VALUE "LATITUDE      :".
          02 LINE 11 COL 26, PIC -ZZ9,99999999 FROM WS-LONG-CLI.
          02 LINE 12 COL 10 VALUE "TELEFONE      :".
          02 LINE 12 COL 26, PIC X(015) FROM WS-TEL-CLI.
          02 LINE 12 COL 45 VALUE "GRUPO ECON:".
          02 LINE 12 COL 57, PIC ZZZZZZZ9 FROM WS-BGR-GRUPO.
          02 LINE 13 COL 10 VALUE "EMAIL         :".
          02 LINE 13 COL 26, PIC X(040) FROM WS-EMAIL-CLI.
          02 LINE 14 COL 10 VALUE "CIDADE        :".
          02 LINE 14 COL 62, PIC X(002) FROM WS-UF-CLI.
          02 LINE 15 COL 10 VALUE "STATUS        :".
          02 LINE 15 COL 26, PIC X(008) FROM WS-STATUS-DESC.
          02 LINE 15 COL 40 VALUE "CREDITO....:".
          02 LINE 15 COL 53, PIC X(009) FROM WS-CRED-DESC.
          02 LINE 16 COL 10 VALUE "LIMITE CREDITO:".
          02 LINE 16 COL 26, PIC ZZZZZZ9,99 FROM WS-LIMITE-CRED.
          02 LINE 16 COL 40 VALUE "FREQ VISITA:".
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-GRUPO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "GRUPO ECONOMICO DO CLIENTE".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE:".
          02 LINE 07 COL 27, PIC ZZZZZZ9 FROM WS-COD-CLI.
          02 LINE 08 COL 10 VALUE "RAZAO SOCIAL  :".
          02 LINE 08 COL 27, PIC X(040) FROM WS-RZ-SOCIAL.
          02 LINE 09 COL 10 VALUE "CNPJ          :".
          02 LINE 09 COL 27, PIC 99999999999999 FROM WS-CNPJ-CLI.
          02 LINE 10 COL 10 VALUE "GRUPO ATUAL   :".
          02 LINE 10 COL 27, PIC ZZZZZZZ9 FROM WS-BGR-GRUPO.
          02 LINE 10 COL 37, PIC X(020) FROM WS-GRUPO-ORIGEM-DESC.
          02 LINE 11 COL 27, PIC X(040) FROM WS-BGR-NOME.
          02 LINE 13 COL 10 VALUE
             "NOVO GRUPO (0 = VOLTAR A RAIZ DO CNPJ): (........)".
          02 LINE 13 COL 51, PIC ZZZZZZZ9 TO WS-GRUPO-NOVO AUTO.
          02 LINE 16 COL 10 "CONFIRMA? (S/N): (.)".
          02 LINE 16 COL 28, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
       PROCEDURE DIVISION USING OPERADOR-INFO.
      *-----------------------------------*
                PERFORM 850-VENDEDOR-FIXO
             WHEN 7
                CALL "FUSAOCLI" USING OPERADOR-INFO
             WHEN 8
                PERFORM 880-GRUPO-ECONOMICO
             WHEN 0
                CALL "CADINT" USING OPERADOR-INFO
             WHEN 9
                GOBACK
           END-EVALUATE
                     MOVE FUNCTION UPPER-CASE(WS-FREQ-VISITA)
                                            TO FREQ-VISITA-CLI
                     MOVE WS-FILIAL-CLI     TO FILIAL-CLI
                     MOVE WS-COND-PAG-CLI   TO COND-PAG-CLI
                     MOVE WS-BLOQ-CRED-CLI  TO BLOQ-CRED-CLI

                     REWRITE ARQ-CLI-REG
                     IF FSTATUS-CLI EQUAL "00"
              ELSE
                 MOVE "ATIVO"   TO WS-STATUS-DESC
              END-IF
              IF CLI-CRED-BLOQUEADO
                 MOVE "BLOQUEADO" TO WS-CRED-DESC
              ELSE
                 MOVE "LIBERADO"  TO WS-CRED-DESC
              END-IF
              PERFORM 890-BUSCA-GRUPO

              DISPLAY CONSULTA
              ACCEPT  CONSULTA
       870-FIM.
           EXIT.

      *-----------------------------------*
      *    GRUPO ECONOMICO DO CLIENTE. PADRAO E A RAIZ DO CNPJ; O
      *    GRUPO INFORMADO AQUI (GRUPOCLI) JUNTA O CLIENTE A OUTRO
      *    GRUPO (EX.: EMPRESA DO MESMO DONO COM OUTRA RAIZ). ZERO,
      *    OU A PROPRIA RAIZ, VOLTA O CLIENTE AO GRUPO DA RAIZ.
      *-----------------------------------*
      *
       880-GRUPO-ECONOMICO SECTION.
      *
           MOVE SPACES TO WS-MSG
           OPEN INPUT ARQ-CLIENTE
           DISPLAY BUSCAR
      *
           ACCEPT  BUSCAR
      *
           MOVE WS-COD-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD INTO WS-ARQ-CLI-REG
                KEY IS COD-CLI
           CLOSE ARQ-CLIENTE
      *
           IF FSTATUS-CLI NOT EQUAL "00"
              MOVE "CODIGO CLIENTE NAO ENCONTRADO" TO WS-MSG
              DISPLAY MENSAGEM
              ACCEPT  MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
                 PERFORM 880-GRUPO-ECONOMICO
              END-IF
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 890-BUSCA-GRUPO
      *
           MOVE ZEROS TO WS-GRUPO-NOVO
           DISPLAY TELA-GRUPO
           ACCEPT  TELA-GRUPO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           OPEN I-O ARQ-GRUPOCLI
           IF FS-GRUPOCLI EQUAL "35"
              CLOSE ARQ-GRUPOCLI
              OPEN OUTPUT ARQ-GRUPOCLI
              CLOSE ARQ-GRUPOCLI
              OPEN I-O ARQ-GRUPOCLI
           END-IF
      *
           MOVE WS-CNPJ-CLI(1:8) TO WS-GRUPO-RAIZ
           IF WS-GRUPO-NOVO EQUAL ZEROS
              OR WS-GRUPO-NOVO EQUAL WS-GRUPO-RAIZ
              PERFORM 881-RETIRA-GRUPO
           ELSE
              PERFORM 882-GRAVA-GRUPO
           END-IF
      *
           CLOSE ARQ-GRUPOCLI
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       881-RETIRA-GRUPO SECTION.
      *
           IF NOT WS-BGR-INFORMADO
              MOVE "CLIENTE JA ESTA NO GRUPO DA RAIZ" TO WS-MSG
              GO TO 881-FIM
           END-IF
      *
           MOVE WS-COD-CLI TO GCL-COD-CLI
           DELETE ARQ-GRUPOCLI RECORD
           IF FS-GRUPOCLI EQUAL "00"
              MOVE "CLIENTE VOLTOU AO GRUPO DA RAIZ" TO WS-MSG
           ELSE
              STRING "ERRO AO RETIRAR GRUPO - FS " FS-GRUPOCLI
                INTO WS-MSG
           END-IF.
      *
       881-FIM.
           EXIT.

      *-----------------------------------*
      *
       882-GRAVA-GRUPO SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-COD-CLI                TO GCL-COD-CLI
           MOVE WS-GRUPO-NOVO             TO GCL-GRUPO
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO GCL-DATA-ATUALIZ
           MOVE OPER-COD-EXEC             TO GCL-OPERADOR
           IF WS-BGR-INFORMADO
              REWRITE ARQ-GCL-REG
           ELSE
              WRITE ARQ-GCL-REG
           END-IF
           IF FS-GRUPOCLI EQUAL "00"
              MOVE "GRUPO ECONOMICO GRAVADO" TO WS-MSG
           ELSE
              STRING "ERRO AO GRAVAR GRUPO - FS " FS-GRUPOCLI
                INTO WS-MSG
           END-IF.

      *-----------------------------------*
      *    GRUPO EM VIGOR PARA O CLIENTE LIDO EM WS-ARQ-CLI-REG
      *-----------------------------------*
      *
       890-BUSCA-GRUPO SECTION.
      *
           MOVE WS-COD-CLI  TO WS-BGR-COD-CLI
           MOVE WS-CNPJ-CLI TO WS-BGR-CNPJ
           CALL "BUSCAGRP" USING PARAM-BUSCAGRP
           EVALUATE TRUE
              WHEN WS-BGR-INFORMADO
                 MOVE "(INFORMADO)"     TO WS-GRUPO-ORIGEM-DESC
              WHEN WS-BGR-PELA-RAIZ
                 MOVE "(RAIZ DO CNPJ)"  TO WS-GRUPO-ORIGEM-DESC
              WHEN OTHER
                 MOVE "(SEM GRUPO)"     TO WS-GRUPO-ORIGEM-DESC
           END-EVALUATE.

      *-----------------------------------*
      *
       500-GRAVA-AUDITORIA SECTION.
