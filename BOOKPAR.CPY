      *    LIMAPROV = VALOR DE PEDIDO ACIMA DO QUAL A INCLUSAO ENTRA
      *               PENDENTE DE APROVACAO (ZERO = SEM APROVACAO).
      *               MANTIDO PELA TELA APROVPED.
      *    ICMSINTE = ALIQUOTA DE ICMS (%) DAS VENDAS INTERESTADUAIS
      *               NA NF-E DO FATURPED (SEM REGISTRO = 12,00).
      *    BLOQDIAS = DIAS DE ATRASO (PARTE INTEIRA) A PARTIR DOS
      *               QUAIS O TITULO VENCIDO CONTA PARA O BLOQUEIO
      *               DE CREDITO DO CARTACOB/LIBCRED (SEM REGISTRO
      *               = SEM BLOQUEIO AUTOMATICO).
      *    BLOQVALR = VALOR MINIMO DOS TITULOS ALEM DE BLOQDIAS QUE
      *               BLOQUEIA O CLIENTE (SEM REGISTRO = QUALQUER
      *               VALOR).
      *    VALORKM  = VALOR POR KM RODADO PAGO NO REEMBOLSO DE
      *               QUILOMETRAGEM DO REEMBKM (SEM REGISTRO = O
      *               REEMBKM NAO RODA).
      *    KMDESVIO = DIFERENCA MAXIMA (%) ENTRE O KM REALIZADO E O
      *               PLANEJADO NA AGENDA ANTES DE O REEMBKM MARCAR O
      *               DIA (SEM REGISTRO = 30,00).
      *    PEDTRANS = POLITICA DO TRANSPED PARA OS PEDIDOS EM ABERTO
      *               DE CLIENTE QUE MUDOU DE VENDEDOR: 1 = TRANSFERE
      *               PARA O VENDEDOR ATUAL; OUTRO VALOR OU SEM
      *               REGISTRO = MANTEM COM QUEM TIROU O PEDIDO.
      *-----------------------------------*
       01  ARQ-PAR-REG.
           03 PAR-TIPO              PIC X(008).
