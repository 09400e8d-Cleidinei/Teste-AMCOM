      *-----------------------------------*
      *    BOOKCTA.CPY
      *    LAYOUT DO DE-PARA CONTABIL - ARQUIVO CONTAS. MANTIDO
      *    PELO CADCTB. UM REGISTRO POR EVENTO DE MOVIMENTO COM AS
      *    CONTAS DO PLANO DA CONTABILIDADE A DEBITAR E A CREDITAR
      *    NO LANCAMENTO GERADO PELO CONTABIL. EVENTO SEM CONTAS
      *    CADASTRADAS NAO E CONTABILIZADO E FICA PENDENTE ATE O
      *    CADASTRO.
      *-----------------------------------*
       01  ARQ-CTA-REG.
           03 CTA-EVENTO            PIC X(004).
              88 CTA-EVENTO-VALIDO  VALUE "FATU" "PAGT" "DEVO"
                                          "PERD" "COMI" "ESTC".
              88 CTA-FATURA                   VALUE "FATU".
              88 CTA-PAGAMENTO                VALUE "PAGT".
              88 CTA-DEVOLUCAO                VALUE "DEVO".
              88 CTA-PERDA                    VALUE "PERD".
              88 CTA-COMISSAO                 VALUE "COMI".
              88 CTA-ESTORNO-COMISSAO         VALUE "ESTC".
           03 CTA-DESCRICAO         PIC X(030).
           03 CTA-CONTA-DEBITO      PIC X(020).
           03 CTA-CONTA-CREDITO     PIC X(020).
