      *    GRAVADO PELO FATURAMENTO (FATURPED), UMA FATURA POR
      *    PEDIDO ATIVO FATURADO. O PEDIDO DE ORIGEM E MARCADO COMO
      *    FATURADO PARA NAO SER FATURADO DUAS VEZES. A FATURA NASCE
      *    ABERTA E E QUITADA PELA BAIXA DE PAGAMENTOS, OU BAIXADA
      *    COMO PERDA (INCOBRAVEL) PELA TELA BAIXAPER.
      *-----------------------------------*
       01  ARQ-FAT-REG.
           03 NUM-FATURA            PIC 9(007).
           03 FAT-STATUS            PIC X(001) VALUE "A".
              88 FAT-ABERTA                    VALUE "A".
              88 FAT-QUITADA                   VALUE "Q".
              88 FAT-PERDA                     VALUE "P".
      *    CONDICAO DE PAGAMENTO (CONDPAG) USADA NO FATURAMENTO E
      *    QUANTIDADE DE PARCELAS GRAVADAS NO PARCELAS. O VENCIMENTO
      *    ACIMA E O DA ULTIMA PARCELA. FATURA SEM PARCELAS (ZERO)
      *    VENCE INTEIRA NA DATA DE VENCIMENTO.
           03 FAT-COND-PAG          PIC 9(003).
           03 FAT-QTD-PARCELAS      PIC 9(002).
      *    FILIAL EMITENTE E SITUACAO DA NF-E DA FATURA. O FATURPED
      *    GERA O ARQUIVO DE INTERFACE DO EMISSOR E DEIXA A NF-E
      *    PENDENTE; O RETNFE CARIMBA A CHAVE DE ACESSO E O
      *    PROTOCOLO DA AUTORIZACAO OU MARCA DENEGADA/REJEITADA COM
      *    O MOTIVO. A REJEITADA E REENVIADA NO PROXIMO FATURAMENTO.
      *    FATURA EM BRANCO E ANTERIOR A NF-E. SO A FATURA
      *    AUTORIZADA (OU ANTERIOR) VAI PARA A COBRANCA (REMCNAB).
           03 FAT-FILIAL            PIC 9(002).
           03 FAT-NFE-SITUACAO      PIC X(001).
              88 FAT-NFE-NAO-EMITIDA           VALUE SPACE.
              88 FAT-NFE-PENDENTE              VALUE "P".
              88 FAT-NFE-AUTORIZADA            VALUE "A".
              88 FAT-NFE-DENEGADA              VALUE "D".
              88 FAT-NFE-REJEITADA             VALUE "R".
           03 FAT-NFE-CHAVE         PIC X(044).
           03 FAT-NFE-PROTOCOLO     PIC X(015).
           03 FAT-NFE-DATA-AUTORIZ  PIC 9(008).
           03 FAT-NFE-MOTIVO        PIC X(040).
      *    BAIXA POR PERDA (BAIXAPER): MOTIVO, DATA, SALDO BAIXADO
      *    E OPERADOR QUE AUTORIZOU. ZERADOS NA FATURA NAO PERDIDA.
      *    MOTIVOS: 01 CLIENTE FALIDO/ENCERRADO, 02 CLIENTE NAO
      *    LOCALIZADO, 03 DIVIDA PRESCRITA, 04 ACORDO/DECISAO
      *    JUDICIAL, 99 OUTROS.
           03 FAT-PERDA-MOTIVO      PIC X(002).
           03 FAT-PERDA-DATA        PIC 9(008).
           03 FAT-PERDA-VALOR       PIC 9(007)V9(002).
           03 FAT-PERDA-OPERADOR    PIC 9(003).
