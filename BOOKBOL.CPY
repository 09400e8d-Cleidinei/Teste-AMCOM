      *-----------------------------------*
      *    BOOKBOL.CPY
      *    LAYOUT DOS BOLETOS DE COBRANCA - ARQUIVO BOLETOS. UM
      *    REGISTRO POR TITULO ENVIADO AO BANCO NA REMESSA CNAB
      *    (REMCNAB), CHAVEADO PELO NOSSO NUMERO = FATURA + PARCELA
      *    (PARCELA ZERO NA FATURA SEM PARCELAS). A SITUACAO E
      *    ATUALIZADA PELAS OCORRENCIAS DO RETORNO (RETCNAB). TITULO
      *    SEM REGISTRO AQUI OU REJEITADO PELO BANCO VOLTA PARA A
      *    PROXIMA REMESSA.
      *-----------------------------------*
       01  ARQ-BOL-REG.
           03 BOL-NOSSO-NUMERO.
              05 BOL-NUM-FATURA     PIC 9(007).
              05 BOL-PARCELA        PIC 9(002).
           03 BOL-COD-CLI           PIC 9(007).
           03 BOL-VALOR             PIC 9(007)V9(002).
           03 BOL-DATA-VENCIMENTO   PIC 9(008).
           03 BOL-NUM-REMESSA       PIC 9(007).
           03 BOL-DATA-REMESSA      PIC 9(008).
           03 BOL-SITUACAO          PIC X(001).
              88 BOL-ENVIADO                  VALUE "E".
              88 BOL-REGISTRADO               VALUE "R".
              88 BOL-REJEITADO                VALUE "J".
              88 BOL-LIQUIDADO                VALUE "L".
              88 BOL-BAIXADO                  VALUE "B".
      *    ULTIMA OCORRENCIA DO RETORNO APLICADA E SUA DATA, TARIFAS
      *    ACUMULADAS COBRADAS PELO BANCO E MOTIVOS DA REJEICAO.
           03 BOL-ULT-OCORRENCIA    PIC 9(002).
           03 BOL-DATA-OCORRENCIA   PIC 9(008).
           03 BOL-VALOR-TARIFA      PIC 9(007)V9(002).
           03 BOL-MOTIVO-REJEICAO   PIC X(010).
