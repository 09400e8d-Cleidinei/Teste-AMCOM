       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADPRS.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    MANUTENCAO DO CADASTRO DE PROSPECTS (PROSPECT): LEADS DE
      *    FEIRAS, DO SITE E DE INDICACOES QUE AINDA NAO SAO
      *    CLIENTES. O CODIGO VEM DO NEXTCOD (TIPO PROSPECT). O CNPJ
      *    E OPCIONAL NA INCLUSAO, MAS QUANDO INFORMADO TEM O DIGITO
      *    CONFERIDO E NAO PODE REPETIR OUTRO PROSPECT NEM UM
      *    CLIENTE DO BOOKCLI.
      *    A CONVERSAO CRIA O CLIENTE NO BOOKCLI COM CODIGO DO
      *    NEXTCOD E AS MESMAS CRITICAS DA INCLUSAO DO CADCLI
      *    (DIGITO VERIFICADOR E CNPJ DUPLICADO), GRAVA A TRILHA
      *    AUDCLI.TXT E O JORNAL, E DEIXA O PROSPECT NO ESTAGIO
      *    CONVERTIDO COM O CODIGO DO CLIENTE CRIADO. PROSPECT
      *    CONVERTIDO NAO E MAIS ALTERADO NEM EXCLUIDO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROSPECT  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRS-CODIGO
                  ALTERNATE RECORD KEY IS PRS-CNPJ WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PRS.
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
                  FILE STATUS   IS FS-VENDEDOR.
           SELECT AUDIT-CLI     ASSIGN TO "AUDCLI.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDIT-CLI.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PROSPECT'.
       COPY "BOOKPRS.CPY".
      *
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
       FD  AUDIT-CLI
           LABEL RECORD IS STANDARD.
       01  AUDIT-CLI-REG PIC X(200).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-PRS             PIC X(002) VALUE "00".
       77 FSTATUS-CLI             PIC X(002) VALUE "00".
       77 FS-VENDEDOR             PIC X(002) VALUE "00".
       77 FS-AUDIT-CLI            PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77 WS-ESTAGIO-DESC         PIC X(012) VALUE SPACES.
       77 WS-ORIGEM-DESC          PIC X(012) VALUE SPACES.
       77 WS-NOME-VEND            PIC X(040) VALUE SPACES.
       77 WS-CNV-COND-PAG         PIC 9(003) VALUE ZEROS.
       77 WS-CNV-LIMITE           PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-CNV-FREQ             PIC X(001) VALUE "M".
       01 WS-PRS-ERRO-SW          PIC X(001) VALUE "N".
          88 WS-PRS-COM-ERRO                 VALUE "S".
          88 WS-PRS-SEM-ERRO                 VALUE "N".
      *-----------------------------------*
       01 WS-ARQ-PRS-REG.
          03 WS-PRS-CODIGO        PIC 9(007) VALUE ZEROS.
          03 WS-PRS-CNPJ          PIC 9(014) VALUE ZEROS.
          03 WS-PRS-NOME          PIC X(040) VALUE SPACES.
          03 WS-PRS-CIDADE        PIC X(030) VALUE SPACES.
          03 WS-PRS-UF            PIC X(002) VALUE SPACES.
          03 WS-PRS-LATITUDE      PIC S9(003)V9(008) VALUE ZEROS.
          03 WS-PRS-LONGITUDE     PIC S9(003)V9(008) VALUE ZEROS.
          03 WS-PRS-TELEFONE      PIC X(015) VALUE SPACES.
          03 WS-PRS-EMAIL         PIC X(040) VALUE SPACES.
          03 WS-PRS-ORIGEM        PIC X(001) VALUE SPACES.
          03 WS-PRS-ESTAGIO       PIC X(001) VALUE "N".
          03 WS-PRS-VALOR-PREV    PIC 9(009)V9(002) VALUE ZEROS.
          03 WS-PRS-FILIAL        PIC 9(002) VALUE ZEROS.
          03 WS-PRS-COD-VEND      PIC 9(003) VALUE ZEROS.
          03 WS-PRS-DISTANCIA     PIC 9(006)V9(002) VALUE ZEROS.
          03 WS-PRS-DATA-ATRIB    PIC 9(008) VALUE ZEROS.
          03 WS-PRS-DATA-INCL     PIC 9(008) VALUE ZEROS.
          03 WS-PRS-DATA-CONV     PIC 9(008) VALUE ZEROS.
          03 WS-PRS-COD-CLI       PIC 9(007) VALUE ZEROS.
          03 WS-PRS-DATA-ATUALIZ  PIC 9(008) VALUE ZEROS.
          03 WS-PRS-OPERADOR      PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    SORTEIO DO PROXIMO CODIGO LIVRE NO CONTROLE CTRLCOD
      *    (SUBPROGRAMA NEXTCOD): TIPO PROSPECT NA INCLUSAO E TIPO
      *    CLIENTE NA CONVERSAO.
      *-----------------------------------*
       01 PARAM-NEXTCOD.
          03 WS-NEXT-TIPO          PIC X(008) VALUE SPACES.
          03 WS-NEXT-CODIGO        PIC 9(007) VALUE ZEROS.
          03 WS-NEXT-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    IMAGEM DO CLIENTE CRIADO NA CONVERSAO ENVIADA AO JORNAL
      *    JRNMASTER (SUBPROGRAMA GRVJRNL), COMO NA INCLUSAO DO
      *    CADCLI.
      *-----------------------------------*
       01 PARAM-JRNL.
          03 WS-JRN-ARQUIVO        PIC X(012) VALUE SPACES.
          03 WS-JRN-OPERACAO       PIC X(001) VALUE SPACES.
          03 WS-JRN-CHAVE          PIC X(014) VALUE SPACES.
          03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
          03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *-----------------------------------*
      *    LINHA DA TRILHA DE AUDITORIA DE CLIENTES (MESMO LAYOUT
      *    DO CADCLI, LIDO PELO CONSAUD).
      *-----------------------------------*
       01 WS-AUD-LINHA.
          03 WS-AUD-DATA          PIC 9(008)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-HORA          PIC 9(006)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-OPERACAO      PIC X(010)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-COD-CLI       PIC 9(007)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-CNPJ          PIC 9(014)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-RZ-ANTES      PIC X(040)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-RZ-DEPOIS     PIC X(040)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-LATI-ANTES    PIC S9(003)V9(008) VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-LATI-DEPOIS   PIC S9(003)V9(008) VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-LONG-ANTES    PIC S9(003)V9(008) VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-LONG-DEPOIS   PIC S9(003)V9(008) VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-STATUS-ANTES  PIC X(001)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-STATUS-DEPOIS PIC X(001)  VALUE SPACES.
          03 FILLER               PIC X       VALUE ";".
          03 WS-AUD-OPER          PIC 9(003)  VALUE ZEROS.
      *-----------------------------------*
      *    VALIDACAO DO DIGITO VERIFICADOR DO CNPJ (MESMA CONTA DO
      *    CADCLI)
      *-----------------------------------*
       01  WS-CNPJ-DV.
           03 WS-CNPJ-D            PIC 9(001) OCCURS 14 TIMES.
       77 WS-CNPJ-SOMA1            PIC 9(005) VALUE ZEROS.
       77 WS-CNPJ-SOMA2            PIC 9(005) VALUE ZEROS.
       77 WS-CNPJ-RESTO            PIC 9(002) VALUE ZEROS.
       77 WS-CNPJ-DIG1             PIC 9(001) VALUE ZEROS.
       77 WS-CNPJ-DIG2             PIC 9(001) VALUE ZEROS.
       77 WS-CNPJ-VALIDO           PIC X(001) VALUE "S".
          88 CNPJ-VALIDO                       VALUE "S".
          88 CNPJ-INVALIDO                     VALUE "N".
      *
      *-----------------------------------*
       LINKAGE SECTION.
       01 OPERADOR-INFO.
          03 OPER-COD-EXEC        PIC 9(003).
          03 OPER-NOME-EXEC       PIC X(030).
          03 OPER-PERM-MANUT-EXEC PIC X(001).
          03 OPER-PERM-RELAT-EXEC PIC X(001).
          03 OPER-PERM-DIST-EXEC  PIC X(001).
          03 OPER-PERM-APROV-EXEC PIC X(001).
      *-----------------------------------*
      *
       SCREEN SECTION.
       01 TELA-MENU.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "PROSPECTS - MENU".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR".
          02 LINE 08 COL 10 VALUE "(2) ALTERAR".
          02 LINE 09 COL 10 VALUE "(3) EXCLUIR".
          02 LINE 10 COL 10 VALUE "(5) CONSULTAR".
          02 LINE 11 COL 10 VALUE "(6) CONVERTER EM CLIENTE".
          02 LINE 12 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WS-OPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 BUSCAR AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "PROSPECTS - INFORMAR CODIGO".
          02 LINE 07 COL 10 VALUE "CODIGO PROSPECT: (.......)".
          02 LINE 07 COL 28, PIC ZZZZZZ9 TO WS-PRS-CODIGO.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-INCLUSAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "INCLUSAO DE PROSPECT".
          02 LINE 07 COL 10 VALUE "CODIGO        :".
          02 LINE 07 COL 26 VALUE "(AUTOMATICO)".
          02 LINE 07 COL 45 VALUE "FILIAL:".
          02 LINE 07 COL 53, PIC 99 USING WS-PRS-FILIAL AUTO.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC 99999999999999 USING WS-PRS-CNPJ
                                                AUTO.
          02 LINE 08 COL 42 VALUE "(ZERO = AINDA SEM CNPJ)".
          02 LINE 09 COL 10 VALUE "NOME          :".
          02 LINE 09 COL 26, PIC X(040) USING WS-PRS-NOME AUTO.
          02 LINE 10 COL 10 VALUE "CIDADE        :".
          02 LINE 10 COL 26, PIC X(030) USING WS-PRS-CIDADE AUTO.
          02 LINE 10 COL 58 VALUE "UF:".
          02 LINE 10 COL 62, PIC X(002) USING WS-PRS-UF AUTO.
          02 LINE 11 COL 10 VALUE "LATITUDE      :".
          02 LINE 11 COL 26, PIC -ZZ9,99999999 USING WS-PRS-LATITUDE
                                              AUTO.
          02 LINE 12 COL 10 VALUE "LONGITUDE     :".
          02 LINE 12 COL 26, PIC -ZZ9,99999999 USING WS-PRS-LONGITUDE
                                              AUTO.
          02 LINE 13 COL 10 VALUE "TELEFONE      :".
          02 LINE 13 COL 26, PIC X(015) USING WS-PRS-TELEFONE AUTO.
          02 LINE 14 COL 10 VALUE "EMAIL         :".
          02 LINE 14 COL 26, PIC X(040) USING WS-PRS-EMAIL AUTO.
          02 LINE 15 COL 10 VALUE "ORIGEM        :".
          02 LINE 15 COL 26, PIC X USING WS-PRS-ORIGEM AUTO.
          02 LINE 15 COL 28 VALUE
             "(F=FEIRA S=SITE I=INDICACAO A=ATIVA O=OUTRA)".
          02 LINE 16 COL 10 VALUE "ESTAGIO       :".
          02 LINE 16 COL 26, PIC X USING WS-PRS-ESTAGIO AUTO.
          02 LINE 16 COL 28 VALUE
             "(N=NOVO Q=QUALIF P=PROPOSTA G=NEGOC X=PERDIDO)".
          02 LINE 17 COL 10 VALUE "VALOR PREVISTO:".
          02 LINE 17 COL 26, PIC ZZZZZZZZ9,99 USING WS-PRS-VALOR-PREV
                                              AUTO.
          02 LINE 18 COL 10 "CONFIRMA A INCLUSAO? (S/N): (.)".
          02 LINE 18 COL 39, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-ALTERACAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "ALTERACAO DE PROSPECT".
          02 LINE 07 COL 10 VALUE "CODIGO        :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM WS-PRS-CODIGO.
          02 LINE 07 COL 45 VALUE "FILIAL:".
          02 LINE 07 COL 53, PIC 99 USING WS-PRS-FILIAL AUTO.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC 99999999999999 USING WS-PRS-CNPJ
                                                AUTO.
          02 LINE 08 COL 42 VALUE "(ZERO = AINDA SEM CNPJ)".
          02 LINE 09 COL 10 VALUE "NOME          :".
          02 LINE 09 COL 26, PIC X(040) USING WS-PRS-NOME AUTO.
          02 LINE 10 COL 10 VALUE "CIDADE        :".
          02 LINE 10 COL 26, PIC X(030) USING WS-PRS-CIDADE AUTO.
          02 LINE 10 COL 58 VALUE "UF:".
          02 LINE 10 COL 62, PIC X(002) USING WS-PRS-UF AUTO.
          02 LINE 11 COL 10 VALUE "LATITUDE      :".
          02 LINE 11 COL 26, PIC -ZZ9,99999999 USING WS-PRS-LATITUDE
                                              AUTO.
          02 LINE 12 COL 10 VALUE "LONGITUDE     :".
          02 LINE 12 COL 26, PIC -ZZ9,99999999 USING WS-PRS-LONGITUDE
                                              AUTO.
          02 LINE 13 COL 10 VALUE "TELEFONE      :".
          02 LINE 13 COL 26, PIC X(015) USING WS-PRS-TELEFONE AUTO.
          02 LINE 14 COL 10 VALUE "EMAIL         :".
          02 LINE 14 COL 26, PIC X(040) USING WS-PRS-EMAIL AUTO.
          02 LINE 15 COL 10 VALUE "ORIGEM        :".
          02 LINE 15 COL 26, PIC X USING WS-PRS-ORIGEM AUTO.
          02 LINE 15 COL 28 VALUE
             "(F=FEIRA S=SITE I=INDICACAO A=ATIVA O=OUTRA)".
          02 LINE 16 COL 10 VALUE "ESTAGIO       :".
          02 LINE 16 COL 26, PIC X USING WS-PRS-ESTAGIO AUTO.
          02 LINE 16 COL 28 VALUE
             "(N=NOVO Q=QUALIF P=PROPOSTA G=NEGOC X=PERDIDO)".
          02 LINE 17 COL 10 VALUE "VALOR PREVISTO:".
          02 LINE 17 COL 26, PIC ZZZZZZZZ9,99 USING WS-PRS-VALOR-PREV
                                              AUTO.
          02 LINE 18 COL 10 "CONFIRMA A ALTERACAO? (S/N): (.)".
          02 LINE 18 COL 40, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-EXCLUSAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE PROSPECT".
          02 LINE 07 COL 10 VALUE "CODIGO        :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM WS-PRS-CODIGO.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC 99999999999999 FROM WS-PRS-CNPJ.
          02 LINE 09 COL 10 VALUE "NOME          :".
          02 LINE 09 COL 26, PIC X(040) FROM WS-PRS-NOME.
          02 LINE 10 COL 10 VALUE "CIDADE        :".
          02 LINE 10 COL 26, PIC X(030) FROM WS-PRS-CIDADE.
          02 LINE 10 COL 58 VALUE "UF:".
          02 LINE 10 COL 62, PIC X(002) FROM WS-PRS-UF.
          02 LINE 11 COL 10 VALUE "ESTAGIO       :".
          02 LINE 11 COL 26, PIC X(012) FROM WS-ESTAGIO-DESC.
          02 LINE 16 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 16 COL 39, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 CONSULTA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONSULTA DE PROSPECT".
          02 LINE 07 COL 10 VALUE "CODIGO        :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM WS-PRS-CODIGO.
          02 LINE 07 COL 45 VALUE "FILIAL:".
          02 LINE 07 COL 53, PIC 99 FROM WS-PRS-FILIAL.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC 99999999999999 FROM WS-PRS-CNPJ.
          02 LINE 09 COL 10 VALUE "NOME          :".
          02 LINE 09 COL 26, PIC X(040) FROM WS-PRS-NOME.
          02 LINE 10 COL 10 VALUE "CIDADE        :".
          02 LINE 10 COL 26, PIC X(030) FROM WS-PRS-CIDADE.
          02 LINE 10 COL 58 VALUE "UF:".
          02 LINE 10 COL 62, PIC X(002) FROM WS-PRS-UF.
          02 LINE 11 COL 10 VALUE "LATITUDE      :".
          02 LINE 11 COL 26, PIC -ZZ9,99999999 FROM WS-PRS-LATITUDE.
          02 LINE 11 COL 45 VALUE "LONGITUDE:".
          02 LINE 11 COL 56, PIC -ZZ9,99999999 FROM WS-PRS-LONGITUDE.
          02 LINE 12 COL 10 VALUE "TELEFONE      :".
          02 LINE 12 COL 26, PIC X(015) FROM WS-PRS-TELEFONE.
          02 LINE 13 COL 10 VALUE "EMAIL         :".
          02 LINE 13 COL 26, PIC X(040) FROM WS-PRS-EMAIL.
          02 LINE 14 COL 10 VALUE "ORIGEM        :".
          02 LINE 14 COL 26, PIC X(012) FROM WS-ORIGEM-DESC.
          02 LINE 14 COL 40 VALUE "ESTAGIO:".
          02 LINE 14 COL 49, PIC X(012) FROM WS-ESTAGIO-DESC.
          02 LINE 15 COL 10 VALUE "VALOR PREVISTO:".
          02 LINE 15 COL 26, PIC ZZZZZZZZ9,99 FROM WS-PRS-VALOR-PREV.
          02 LINE 15 COL 40 VALUE "INCLUIDO:".
          02 LINE 15 COL 50, PIC 9999/99/99 FROM WS-PRS-DATA-INCL.
          02 LINE 16 COL 10 VALUE "VENDEDOR      :".
          02 LINE 16 COL 26, PIC ZZ9 FROM WS-PRS-COD-VEND.
          02 LINE 16 COL 30, PIC X(040) FROM WS-NOME-VEND.
          02 LINE 17 COL 10 VALUE "DISTANCIA KM  :".
          02 LINE 17 COL 26, PIC ZZZZZ9,99 FROM WS-PRS-DISTANCIA.
          02 LINE 17 COL 40 VALUE "ATRIBUIDO:".
          02 LINE 17 COL 51, PIC 9999/99/99 FROM WS-PRS-DATA-ATRIB.
          02 LINE 18 COL 10 VALUE "CLIENTE       :".
          02 LINE 18 COL 26, PIC ZZZZZZ9 FROM WS-PRS-COD-CLI.
          02 LINE 18 COL 40 VALUE "CONVERTIDO:".
          02 LINE 18 COL 52, PIC 9999/99/99 FROM WS-PRS-DATA-CONV.
          02 LINE 19 COL 10 "CONSULTAR OUTRO PROSPECT? (S/N): (.)".
          02 LINE 19 COL 47, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-CONVERSAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONVERSAO DE PROSPECT EM CLIENTE".
          02 LINE 07 COL 10 VALUE "CODIGO        :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM WS-PRS-CODIGO.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC 99999999999999 FROM WS-PRS-CNPJ.
          02 LINE 09 COL 10 VALUE "NOME          :".
          02 LINE 09 COL 26, PIC X(040) FROM WS-PRS-NOME.
          02 LINE 10 COL 10 VALUE "CIDADE        :".
          02 LINE 10 COL 26, PIC X(030) FROM WS-PRS-CIDADE.
          02 LINE 10 COL 58 VALUE "UF:".
          02 LINE 10 COL 62, PIC X(002) FROM WS-PRS-UF.
          02 LINE 11 COL 10 VALUE "VENDEDOR      :".
          02 LINE 11 COL 26, PIC ZZ9 FROM WS-PRS-COD-VEND.
          02 LINE 11 COL 30, PIC X(040) FROM WS-NOME-VEND.
          02 LINE 13 COL 10 VALUE "DADOS DO NOVO CLIENTE".
          02 LINE 14 COL 10 VALUE "FILIAL        :".
          02 LINE 14 COL 26, PIC 99 USING WS-PRS-FILIAL AUTO.
          02 LINE 14 COL 45 VALUE "COND PAGTO:".
          02 LINE 14 COL 57, PIC ZZ9 USING WS-CNV-COND-PAG AUTO.
          02 LINE 15 COL 10 VALUE "LIMITE CREDITO:".
          02 LINE 15 COL 26, PIC ZZZZZZ9,99 USING WS-CNV-LIMITE AUTO.
          02 LINE 15 COL 40 VALUE "FREQ VISITA (S/Q/M):".
          02 LINE 15 COL 61, PIC X USING WS-CNV-FREQ AUTO.
          02 LINE 17 COL 10 "CONFIRMA A CONVERSAO? (S/N): (.)".
          02 LINE 17 COL 40, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 MENSAGEM AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 10 COL 10 VALUE "MSG:".
          02 LINE 10 COL 15, PIC X(040) FROM WS-MSG.
          02 LINE 15 COL 10, "FAZER OUTRA OPERACAO? (S/N): (.)".
          02 LINE 15 COL 40, PIC X TO WS-CONFIRMA.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
       PROCEDURE DIVISION USING OPERADOR-INFO.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           DISPLAY TELA-MENU
      *
           ACCEPT  TELA-MENU
      *
           EVALUATE WS-OPCAO
             WHEN 1
                PERFORM 100-INCLUSAO
             WHEN 2
                PERFORM 200-ALTERACAO
             WHEN 3
                PERFORM 300-EXCLUSAO
             WHEN 5
                MOVE ZEROS TO WS-SAIR
                PERFORM 600-CONSULTA
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 6
                PERFORM 400-CONVERSAO
             WHEN 9
                GOBACK
           END-EVALUATE
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       100-INCLUSAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-PRS-REG
           MOVE "N"    TO WS-PRS-ESTAGIO
           DISPLAY TELA-INCLUSAO
           ACCEPT  TELA-INCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 700-VALIDA-PROSPECT
           IF WS-PRS-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           MOVE "PROSPECT" TO WS-NEXT-TIPO
           CALL "NEXTCOD" USING PARAM-NEXTCOD
           IF WS-NEXT-CODIGO EQUAL ZEROS
              MOVE WS-NEXT-MSG TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 750-CARIMBA
           MOVE WS-NEXT-CODIGO TO WS-PRS-CODIGO
           MOVE WS-DATA-HOJE   TO WS-PRS-DATA-INCL
      *
           PERFORM 850-ABRE-PROSPECT
           MOVE WS-ARQ-PRS-REG TO ARQ-PRS-REG
           WRITE ARQ-PRS-REG
           IF FSTATUS-PRS EQUAL "00"
              STRING "PROSPECT INCLUIDO COM CODIGO " WS-PRS-CODIGO
                INTO WS-MSG
           ELSE
              STRING "ERRO AO GRAVAR PROSPECT - FS " FSTATUS-PRS
                INTO WS-MSG
           END-IF
           CLOSE ARQ-PROSPECT
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       200-ALTERACAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-PRS-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-PROSPECT
           PERFORM 800-LE-PROSPECT
           CLOSE ARQ-PROSPECT
           IF FSTATUS-PRS NOT EQUAL "00"
              MOVE "PROSPECT NAO ENCONTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           IF WS-PRS-ESTAGIO EQUAL "C"
              MOVE "PROSPECT CONVERTIDO. OPERACAO NAO PERMITIDA"
                TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           DISPLAY TELA-ALTERACAO
           ACCEPT  TELA-ALTERACAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 700-VALIDA-PROSPECT
           IF WS-PRS-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-PROSPECT
           MOVE WS-PRS-CODIGO TO PRS-CODIGO
           READ ARQ-PROSPECT RECORD WITH LOCK
             KEY IS PRS-CODIGO
           IF FSTATUS-PRS EQUAL "51" OR FSTATUS-PRS EQUAL "99"
              CLOSE ARQ-PROSPECT
              MOVE "REGISTRO EM USO POR OUTRO OPERADOR" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 750-CARIMBA
           MOVE WS-PRS-CNPJ         TO PRS-CNPJ
           MOVE WS-PRS-NOME         TO PRS-NOME
           MOVE WS-PRS-CIDADE       TO PRS-CIDADE
           MOVE WS-PRS-UF           TO PRS-UF
           MOVE WS-PRS-LATITUDE     TO PRS-LATITUDE
           MOVE WS-PRS-LONGITUDE    TO PRS-LONGITUDE
           MOVE WS-PRS-TELEFONE     TO PRS-TELEFONE
           MOVE WS-PRS-EMAIL        TO PRS-EMAIL
           MOVE WS-PRS-ORIGEM       TO PRS-ORIGEM
           MOVE WS-PRS-ESTAGIO      TO PRS-ESTAGIO
           MOVE WS-PRS-VALOR-PREV   TO PRS-VALOR-PREVISTO
           MOVE WS-PRS-FILIAL       TO PRS-FILIAL
           MOVE WS-PRS-DATA-ATUALIZ TO PRS-DATA-ATUALIZ
           MOVE WS-PRS-OPERADOR     TO PRS-OPERADOR
           REWRITE ARQ-PRS-REG
           IF FSTATUS-PRS EQUAL "00"
              MOVE "PROSPECT ALTERADO" TO WS-MSG
           ELSE
              STRING "ERRO AO ALTERAR PROSPECT - FS " FSTATUS-PRS
                INTO WS-MSG
           END-IF
           CLOSE ARQ-PROSPECT
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       300-EXCLUSAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-PRS-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-PROSPECT
      *
           PERFORM 800-LE-PROSPECT
           IF FSTATUS-PRS NOT EQUAL "00"
              CLOSE ARQ-PROSPECT
              MOVE "PROSPECT NAO ENCONTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
      *    O PROSPECT CONVERTIDO GUARDA A LIGACAO COM O CLIENTE E
      *    ENTRA NAS CONVERSOES DO FUNIL: NAO PODE SER EXCLUIDO.
           IF WS-PRS-ESTAGIO EQUAL "C"
              CLOSE ARQ-PROSPECT
              MOVE "PROSPECT CONVERTIDO. OPERACAO NAO PERMITIDA"
                TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 760-DESCRICOES
           DISPLAY TELA-EXCLUSAO
           ACCEPT  TELA-EXCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
              DELETE ARQ-PROSPECT RECORD
              IF FSTATUS-PRS EQUAL "00"
                 MOVE "PROSPECT EXCLUIDO" TO WS-MSG
              ELSE
                 STRING "ERRO AO EXCLUIR PROSPECT - FS " FSTATUS-PRS
                   INTO WS-MSG
              END-IF
              PERFORM 900-MOSTRA-MENSAGEM
           END-IF
           CLOSE ARQ-PROSPECT
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    CONVERSAO DO PROSPECT EM CLIENTE: AS MESMAS CRITICAS DA
      *    INCLUSAO DO CADCLI (DIGITO DO CNPJ E CNPJ JA CADASTRADO),
      *    CODIGO DE CLIENTE DO NEXTCOD, TRILHA E JORNAL DO BOOKCLI.
      *    SO DEPOIS DO CLIENTE GRAVADO O PROSPECT PASSA A
      *    CONVERTIDO COM O CODIGO DO CLIENTE.
      *-----------------------------------*
      *
       400-CONVERSAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-PRS-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-PROSPECT
           PERFORM 800-LE-PROSPECT
           CLOSE ARQ-PROSPECT
           IF FSTATUS-PRS NOT EQUAL "00"
              MOVE "PROSPECT NAO ENCONTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           IF WS-PRS-ESTAGIO EQUAL "C"
              MOVE "PROSPECT JA CONVERTIDO EM CLIENTE" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           IF WS-PRS-ESTAGIO EQUAL "X"
              MOVE "PROSPECT PERDIDO. REABRIR ANTES DE CONVERTER"
                TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 770-NOME-VENDEDOR
           MOVE ZEROS TO WS-CNV-COND-PAG
           MOVE ZEROS TO WS-CNV-LIMITE
           MOVE "M"   TO WS-CNV-FREQ
           DISPLAY TELA-CONVERSAO
           ACCEPT  TELA-CONVERSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           IF WS-PRS-CNPJ EQUAL ZEROS
              MOVE "INFORMAR O CNPJ ANTES DA CONVERSAO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 710-VALIDA-CNPJ
           IF CNPJ-INVALIDO
              MOVE "CNPJ INVALIDO - DIGITO VERIFICADOR NAO CONFERE"
                TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 860-ABRE-CLIENTE
           MOVE WS-PRS-CNPJ TO CNPJ-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS CNPJ-CLI
           IF FSTATUS-CLI EQUAL "00"
              CLOSE ARQ-CLIENTE
              MOVE "CNPJ JA CADASTRADO PARA OUTRO CLIENTE" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           MOVE "CLIENTE" TO WS-NEXT-TIPO
           CALL "NEXTCOD" USING PARAM-NEXTCOD
           IF WS-NEXT-CODIGO EQUAL ZEROS
              CLOSE ARQ-CLIENTE
              MOVE WS-NEXT-MSG TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           INITIALIZE ARQ-CLI-REG
           MOVE WS-NEXT-CODIGO      TO COD-CLI
           MOVE WS-PRS-CNPJ         TO CNPJ-CLI
           MOVE WS-PRS-NOME         TO RAZAO-SOCIAL
           MOVE WS-PRS-LATITUDE     TO LATI-CLIENTE
           MOVE WS-PRS-LONGITUDE    TO LONGI-CLIENTE
           MOVE "A"                 TO STATUS-CLI
           MOVE WS-PRS-TELEFONE     TO TELEFONE-CLI
           MOVE WS-PRS-EMAIL        TO EMAIL-CLI
           MOVE WS-PRS-CIDADE       TO CIDADE-CLI
           MOVE WS-PRS-UF           TO UF-CLI
           MOVE WS-CNV-LIMITE       TO LIMITE-CRED-CLI
           MOVE ZEROS               TO COD-CLI-SUCESSOR
           MOVE FUNCTION UPPER-CASE(WS-CNV-FREQ)
                                    TO FREQ-VISITA-CLI
           MOVE WS-PRS-FILIAL       TO FILIAL-CLI
           MOVE WS-CNV-COND-PAG     TO COND-PAG-CLI
           MOVE SPACES              TO BLOQ-CRED-CLI
           WRITE ARQ-CLI-REG
           IF FSTATUS-CLI NOT EQUAL "00"
              CLOSE ARQ-CLIENTE
              STRING "ERRO AO GRAVAR CLIENTE - FS " FSTATUS-CLI
                INTO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 500-GRAVA-AUDITORIA
           MOVE "W" TO WS-JRN-OPERACAO
           PERFORM 510-GRAVA-JORNAL
           CLOSE ARQ-CLIENTE
      *
           PERFORM 410-MARCA-CONVERTIDO
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    PROSPECT PASSA A CONVERTIDO, COM A DATA E O CODIGO DO
      *    CLIENTE CRIADO (LIGACAO DE VOLTA).
      *-----------------------------------*
      *
       410-MARCA-CONVERTIDO SECTION.
      *
           PERFORM 750-CARIMBA
           PERFORM 850-ABRE-PROSPECT
           MOVE WS-PRS-CODIGO TO PRS-CODIGO
           READ ARQ-PROSPECT RECORD WITH LOCK
             KEY IS PRS-CODIGO
           IF FSTATUS-PRS EQUAL "00"
              MOVE "C"                 TO PRS-ESTAGIO
              MOVE WS-NEXT-CODIGO      TO PRS-COD-CLI
              MOVE WS-DATA-HOJE        TO PRS-DATA-CONVERSAO
              MOVE WS-PRS-FILIAL       TO PRS-FILIAL
              MOVE WS-PRS-DATA-ATUALIZ TO PRS-DATA-ATUALIZ
              MOVE WS-PRS-OPERADOR     TO PRS-OPERADOR
              REWRITE ARQ-PRS-REG
           END-IF
           IF FSTATUS-PRS EQUAL "00"
              STRING "PROSPECT CONVERTIDO NO CLIENTE " WS-NEXT-CODIGO
                INTO WS-MSG
           ELSE
              STRING "CLI " WS-NEXT-CODIGO " CRIADO - ERRO PROSPECT FS "
                     FSTATUS-PRS
                INTO WS-MSG
           END-IF
           CLOSE ARQ-PROSPECT.

      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-PRS-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-PROSPECT
           PERFORM 800-LE-PROSPECT
           CLOSE ARQ-PROSPECT
      *
           IF FSTATUS-PRS NOT EQUAL "00"
              MOVE "PROSPECT NAO ENCONTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
           ELSE
              PERFORM 760-DESCRICOES
              PERFORM 770-NOME-VENDEDOR
              DISPLAY CONSULTA
              ACCEPT  CONSULTA
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
                 MOVE 9 TO WS-SAIR
              END-IF
           END-IF.

      *-----------------------------------*
      *
       500-GRAVA-AUDITORIA SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-AUD-DATA
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-AUD-HORA
           MOVE OPER-COD-EXEC             TO WS-AUD-OPER
           MOVE "INCLUSAO"                TO WS-AUD-OPERACAO
           MOVE COD-CLI                   TO WS-AUD-COD-CLI
           MOVE CNPJ-CLI                  TO WS-AUD-CNPJ
           MOVE SPACES                    TO WS-AUD-RZ-ANTES
           MOVE ZEROS                     TO WS-AUD-LATI-ANTES
           MOVE ZEROS                     TO WS-AUD-LONG-ANTES
           MOVE SPACES                    TO WS-AUD-STATUS-ANTES
           MOVE RAZAO-SOCIAL              TO WS-AUD-RZ-DEPOIS
           MOVE LATI-CLIENTE              TO WS-AUD-LATI-DEPOIS
           MOVE LONGI-CLIENTE             TO WS-AUD-LONG-DEPOIS
           MOVE "A"                       TO WS-AUD-STATUS-DEPOIS

           OPEN EXTEND AUDIT-CLI
           WRITE AUDIT-CLI-REG FROM WS-AUD-LINHA
           CLOSE AUDIT-CLI.

      *-----------------------------------*
      *    ENVIA A IMAGEM DO CLIENTE CRIADO AO JORNAL.
      *-----------------------------------*
      *
       510-GRAVA-JORNAL SECTION.
      *
           MOVE "BOOKCLI"     TO WS-JRN-ARQUIVO
           MOVE SPACES        TO WS-JRN-CHAVE
           MOVE COD-CLI       TO WS-JRN-CHAVE(1:7)
           MOVE OPER-COD-EXEC TO WS-JRN-OPERADOR
           MOVE ARQ-CLI-REG   TO WS-JRN-IMAGEM
           CALL "GRVJRNL" USING PARAM-JRNL.

      *-----------------------------------*
      *    NOME OBRIGATORIO, ORIGEM E ESTAGIO VALIDOS (O ESTAGIO
      *    CONVERTIDO SO PELA CONVERSAO) E, COM CNPJ INFORMADO,
      *    DIGITO CONFERIDO, SEM OUTRO PROSPECT NEM CLIENTE COM O
      *    MESMO CNPJ.
      *-----------------------------------*
      *
       700-VALIDA-PROSPECT SECTION.
      *
           SET WS-PRS-SEM-ERRO TO TRUE
      *
           IF WS-PRS-NOME EQUAL SPACES
              SET WS-PRS-COM-ERRO TO TRUE
              MOVE "INFORMAR O NOME DO PROSPECT" TO WS-MSG
              GO TO 700-FIM
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PRS-NOME)    TO WS-PRS-NOME
           MOVE FUNCTION UPPER-CASE(WS-PRS-CIDADE)  TO WS-PRS-CIDADE
           MOVE FUNCTION UPPER-CASE(WS-PRS-UF)      TO WS-PRS-UF
           MOVE FUNCTION UPPER-CASE(WS-PRS-ORIGEM)  TO WS-PRS-ORIGEM
           MOVE FUNCTION UPPER-CASE(WS-PRS-ESTAGIO) TO WS-PRS-ESTAGIO
      *
           MOVE WS-PRS-ORIGEM TO PRS-ORIGEM
           IF NOT PRS-ORIGEM-VALIDA
              SET WS-PRS-COM-ERRO TO TRUE
              MOVE "ORIGEM DEVE SER F, S, I, A OU O" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           MOVE WS-PRS-ESTAGIO TO PRS-ESTAGIO
           IF NOT PRS-ESTAGIO-DIGITAVEL
              SET WS-PRS-COM-ERRO TO TRUE
              MOVE "ESTAGIO DEVE SER N, Q, P, G OU X" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           IF WS-PRS-CNPJ EQUAL ZEROS
              GO TO 700-FIM
           END-IF
      *
           PERFORM 710-VALIDA-CNPJ
           IF CNPJ-INVALIDO
              SET WS-PRS-COM-ERRO TO TRUE
              MOVE "CNPJ INVALIDO - DIGITO VERIFICADOR NAO CONFERE"
                TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           PERFORM 720-CNPJ-EM-PROSPECT
           IF WS-PRS-COM-ERRO
              MOVE "CNPJ JA CADASTRADO PARA OUTRO PROSPECT" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           OPEN INPUT ARQ-CLIENTE
           IF FSTATUS-CLI EQUAL "00"
              MOVE WS-PRS-CNPJ TO CNPJ-CLI
              READ ARQ-CLIENTE RECORD
                KEY IS CNPJ-CLI
              IF FSTATUS-CLI EQUAL "00"
                 SET WS-PRS-COM-ERRO TO TRUE
                 STRING "CNPJ JA CADASTRADO NO CLIENTE " COD-CLI
                   INTO WS-MSG
              END-IF
           END-IF
           CLOSE ARQ-CLIENTE.
      *
       700-FIM.
           EXIT.

      *-----------------------------------*
      *
       710-VALIDA-CNPJ SECTION.
      *
           MOVE WS-PRS-CNPJ TO WS-CNPJ-DV

           COMPUTE WS-CNPJ-SOMA1 =
              WS-CNPJ-D(01) * 5 + WS-CNPJ-D(02) * 4 +
              WS-CNPJ-D(03) * 3 + WS-CNPJ-D(04) * 2 +
              WS-CNPJ-D(05) * 9 + WS-CNPJ-D(06) * 8 +
              WS-CNPJ-D(07) * 7 + WS-CNPJ-D(08) * 6 +
              WS-CNPJ-D(09) * 5 + WS-CNPJ-D(10) * 4 +
              WS-CNPJ-D(11) * 3 + WS-CNPJ-D(12) * 2
           COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA1, 11)
           IF WS-CNPJ-RESTO LESS THAN 2
              MOVE 0 TO WS-CNPJ-DIG1
           ELSE
              COMPUTE WS-CNPJ-DIG1 = 11 - WS-CNPJ-RESTO
           END-IF

           COMPUTE WS-CNPJ-SOMA2 =
              WS-CNPJ-D(01) * 6 + WS-CNPJ-D(02) * 5 +
              WS-CNPJ-D(03) * 4 + WS-CNPJ-D(04) * 3 +
              WS-CNPJ-D(05) * 2 + WS-CNPJ-D(06) * 9 +
              WS-CNPJ-D(07) * 8 + WS-CNPJ-D(08) * 7 +
              WS-CNPJ-D(09) * 6 + WS-CNPJ-D(10) * 5 +
              WS-CNPJ-D(11) * 4 + WS-CNPJ-D(12) * 3 +
              WS-CNPJ-DIG1 * 2
           COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA2, 11)
           IF WS-CNPJ-RESTO LESS THAN 2
              MOVE 0 TO WS-CNPJ-DIG2
           ELSE
              COMPUTE WS-CNPJ-DIG2 = 11 - WS-CNPJ-RESTO
           END-IF

           IF WS-CNPJ-D(13) EQUAL WS-CNPJ-DIG1
              AND WS-CNPJ-D(14) EQUAL WS-CNPJ-DIG2
              MOVE "S" TO WS-CNPJ-VALIDO
           ELSE
              MOVE "N" TO WS-CNPJ-VALIDO
           END-IF.

      *-----------------------------------*
      *    OUTRO PROSPECT (CODIGO DIFERENTE DO CORRENTE) COM O MESMO
      *    CNPJ, PELA CHAVE ALTERNATIVA.
      *-----------------------------------*
      *
       720-CNPJ-EM-PROSPECT SECTION.
      *
           OPEN INPUT ARQ-PROSPECT
           IF FSTATUS-PRS NOT EQUAL "00"
              CLOSE ARQ-PROSPECT
              GO TO 720-FIM
           END-IF
      *
           MOVE WS-PRS-CNPJ TO PRS-CNPJ
           START ARQ-PROSPECT KEY IS EQUAL PRS-CNPJ
              INVALID KEY
                 MOVE "23" TO FSTATUS-PRS
           END-START
      *
           IF FSTATUS-PRS EQUAL "00"
              READ ARQ-PROSPECT NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-PRS NOT EQUAL "00"
                      OR PRS-CNPJ NOT EQUAL WS-PRS-CNPJ
                      OR WS-PRS-COM-ERRO
              IF PRS-CODIGO NOT EQUAL WS-PRS-CODIGO
                 SET WS-PRS-COM-ERRO TO TRUE
              END-IF
              READ ARQ-PROSPECT NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-PROSPECT.
      *
       720-FIM.
           EXIT.

      *-----------------------------------*
      *    DATA DA ATUALIZACAO E OPERADOR QUE A FEZ
      *-----------------------------------*
      *
       750-CARIMBA SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE              TO WS-PRS-DATA-ATUALIZ
           MOVE OPER-COD-EXEC             TO WS-PRS-OPERADOR.

      *-----------------------------------*
      *
       760-DESCRICOES SECTION.
      *
           MOVE WS-PRS-ESTAGIO TO PRS-ESTAGIO
           EVALUATE TRUE
              WHEN PRS-NOVO
                 MOVE "NOVO" TO WS-ESTAGIO-DESC
              WHEN PRS-QUALIFICADO
                 MOVE "QUALIFICADO" TO WS-ESTAGIO-DESC
              WHEN PRS-PROPOSTA
                 MOVE "PROPOSTA" TO WS-ESTAGIO-DESC
              WHEN PRS-NEGOCIACAO
                 MOVE "NEGOCIACAO" TO WS-ESTAGIO-DESC
              WHEN PRS-CONVERTIDO
                 MOVE "CONVERTIDO" TO WS-ESTAGIO-DESC
              WHEN PRS-PERDIDO
                 MOVE "PERDIDO" TO WS-ESTAGIO-DESC
              WHEN OTHER
                 MOVE SPACES TO WS-ESTAGIO-DESC
           END-EVALUATE
      *
           MOVE WS-PRS-ORIGEM TO PRS-ORIGEM
           EVALUATE TRUE
              WHEN PRS-ORIGEM-FEIRA
                 MOVE "FEIRA" TO WS-ORIGEM-DESC
              WHEN PRS-ORIGEM-SITE
                 MOVE "SITE" TO WS-ORIGEM-DESC
              WHEN PRS-ORIGEM-INDICACAO
                 MOVE "INDICACAO" TO WS-ORIGEM-DESC
              WHEN PRS-ORIGEM-ATIVA
                 MOVE "ATIVA" TO WS-ORIGEM-DESC
              WHEN PRS-ORIGEM-OUTRA
                 MOVE "OUTRA" TO WS-ORIGEM-DESC
              WHEN OTHER
                 MOVE SPACES TO WS-ORIGEM-DESC
           END-EVALUATE.

      *-----------------------------------*
      *
       770-NOME-VENDEDOR SECTION.
      *
           MOVE SPACES TO WS-NOME-VEND
           IF WS-PRS-COD-VEND EQUAL ZEROS
              MOVE "(AINDA NAO ATRIBUIDO)" TO WS-NOME-VEND
              GO TO 770-FIM
           END-IF
      *
           OPEN INPUT ARQ-VENDEDOR
           MOVE WS-PRS-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FS-VENDEDOR EQUAL "00"
              MOVE NOME-VENDEDOR TO WS-NOME-VEND
           END-IF
           CLOSE ARQ-VENDEDOR.
      *
       770-FIM.
           EXIT.

      *-----------------------------------*
      *
       800-LE-PROSPECT SECTION.
      *
           MOVE WS-PRS-CODIGO TO PRS-CODIGO
           READ ARQ-PROSPECT RECORD INTO WS-ARQ-PRS-REG
             KEY IS PRS-CODIGO.

      *-----------------------------------*
      *
       850-ABRE-PROSPECT SECTION.
      *
           OPEN I-O ARQ-PROSPECT
           IF FSTATUS-PRS EQUAL "35"
              CLOSE ARQ-PROSPECT
              OPEN OUTPUT ARQ-PROSPECT
              CLOSE ARQ-PROSPECT
              OPEN I-O ARQ-PROSPECT
           END-IF.

      *-----------------------------------*
      *
       860-ABRE-CLIENTE SECTION.
      *
           OPEN I-O ARQ-CLIENTE
           IF FSTATUS-CLI EQUAL "35"
              CLOSE ARQ-CLIENTE
              OPEN OUTPUT ARQ-CLIENTE
              CLOSE ARQ-CLIENTE
              OPEN I-O ARQ-CLIENTE
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.
      *
       END PROGRAM CADPRS.
      *-----------------------------------*
