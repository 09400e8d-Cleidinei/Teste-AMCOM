      *-----------------------------------*
      *    BOOKLCT.CPY
      *    LAYOUT DO REGISTRO DE MOVIMENTOS CONTABILIZADOS - ARQUIVO
      *    LANCTB. GRAVADO PELO CONTABIL: UM REGISTRO POR MOVIMENTO
      *    (FATURA, BAIXA, DEVOLUCAO, PERDA, COMISSAO) JA ENVIADO A
      *    CONTABILIDADE, CHAVEADO PELO EVENTO MAIS A CHAVE DO
      *    MOVIMENTO NO ARQUIVO DE ORIGEM. MOVIMENTO COM REGISTRO
      *    AQUI NUNCA E LANCADO DE NOVO. NA IMPLANTACAO OS
      *    MOVIMENTOS JA CONTABILIZADOS A MAO SAO REGISTRADOS SEM
      *    GERAR LANCAMENTO (LCT-IMPLANTACAO = S).
      *-----------------------------------*
       01  ARQ-LCT-REG.
           03 LCT-CHAVE.
              05 LCT-EVENTO         PIC X(004).
              05 LCT-DOCUMENTO      PIC X(010).
           03 LCT-DATA-MOVIMENTO    PIC 9(008).
           03 LCT-VALOR             PIC 9(009)V9(002).
           03 LCT-LOTE              PIC 9(007).
           03 LCT-NUM-LANCAMENTO    PIC 9(007).
           03 LCT-DATA-LANCAMENTO   PIC 9(008).
           03 LCT-IMPLANTACAO       PIC X(001).
              88 LCT-REGISTRO-IMPLANTACAO     VALUE "S".
