       01  ARQ-CLI-REG.
           03 COD-CLI              PIC 9(007).
           03 CNPJ-CLI             PIC 9(014).
      *    RAIZ (8), ORDEM DO ESTABELECIMENTO (4, 0001 = MATRIZ) E
      *    DIGITOS DO CNPJ. A RAIZ E O GRUPO ECONOMICO PADRAO.
           03 CNPJ-CLI-PARTES REDEFINES CNPJ-CLI.
              05 CNPJ-RAIZ-CLI     PIC 9(008).
              05 CNPJ-ORDEM-CLI    PIC 9(004).
              05 CNPJ-DV-CLI       PIC 9(002).
           03 RAZAO-SOCIAL         PIC X(040).
           03 LATI-CLIENTE         PIC S9(003)V9(008).
           03 LONGI-CLIENTE        PIC S9(003)V9(008).
      *    CENTRO DE DISTRIBUICAO (FILIAL) QUE ATENDE O CLIENTE, DO
      *    CADASTRO FILIAIS. ZERO = SEM FILIAL DEFINIDA.
           03 FILIAL-CLI           PIC 9(002).
      *    CONDICAO DE PAGAMENTO PADRAO DO CLIENTE (CONDPAG), SUGERIDA
      *    NOS PEDIDOS DELE. ZERO = SEM CONDICAO PADRAO.
           03 COND-PAG-CLI         PIC 9(003).
      *    BLOQUEIO DE CREDITO POR ATRASO, LIGADO PELA REGUA DE
      *    COBRANCA (CARTACOB) QUANDO O ATRASO PASSA DOS LIMITES DO
      *    PARAMSIS E DESLIGADO QUANDO OS TITULOS ATRASADOS SAO
      *    PAGOS. CLIENTE BLOQUEADO NAO RECEBE PEDIDO NOVO.
           03 BLOQ-CRED-CLI        PIC X(001).
              88 CLI-CRED-BLOQUEADO           VALUE "S".
              88 CLI-CRED-LIBERADO            VALUE "N" SPACE.
      *-----------------------------------*
      *    REDEFINICAO USADA PELOS RELATORIOS (CHAVE ALTERNATIVA CNPJ)
      *-----------------------------------*
           03 COD-SUCESSOR            PIC 9(007).
           03 FREQ-VISITA             PIC X(001).
           03 FILIAL-CLIENTE          PIC 9(002).
           03 COND-PAGTO-CLIENTE      PIC 9(003).
           03 BLOQ-CREDITO-CLIENTE    PIC X(001).
