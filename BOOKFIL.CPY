      *    ARQUIVO FILIAIS. MANTIDO PELO CADFIL E REFERENCIADO PELA
      *    FILIAL DO CLIENTE E DO VENDEDOR: CADA CENTRO RODA O SEU
      *    CICLO DE DISTRIBUICAO COM ARQUIVOS DE SAIDA PROPRIOS.
      *    OS VEICULOS DE ENTREGA DE CADA FILIAL FICAM NO ARQUIVO
      *    VEICULOS (BOOKVEI), MANTIDO PELA MESMA TELA.
      *-----------------------------------*
       01  ARQ-FIL-REG.
           03 FIL-CODIGO            PIC 9(002).
           03 FIL-STATUS            PIC X(001).
              88 FIL-ATIVA                    VALUE "A".
              88 FIL-INATIVA                  VALUE "I".
      *    DADOS FISCAIS DA FILIAL COMO EMITENTE DA NF-E: CNPJ DO
      *    ESTABELECIMENTO, INSCRICAO ESTADUAL E UF. A UF DA FILIAL
      *    CONTRA A UF DO CLIENTE DEFINE OPERACAO INTERNA OU
      *    INTERESTADUAL.
           03 FIL-CNPJ              PIC 9(014).
           03 FIL-INSC-ESTADUAL     PIC X(014).
           03 FIL-UF                PIC X(002).
      *    COORDENADAS DO DEPOSITO DA FILIAL, PONTO DE PARTIDA DAS
      *    ROTAS DE ENTREGA DO ROMANEIO, E PRAZO DE ENTREGA EM DIAS
      *    UTEIS A PARTIR DA EMISSAO DA FATURA (ZERO = 2 DIAS), QUE
      *    DA A DATA PREVISTA DE CADA ENTREGA.
           03 FIL-LATITUDE          PIC S9(003)V9(008).
           03 FIL-LONGITUDE         PIC S9(003)V9(008).
           03 FIL-PRAZO-ENTREGA     PIC 9(002).
