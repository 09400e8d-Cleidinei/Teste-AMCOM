      *    BRUTO E A COMISSAO CONGELADA NO PERCENTUAL DA EPOCA. O
      *    MESMO MES NAO E FECHADO DUAS VEZES E O CADPED NAO ALTERA
      *    NEM CANCELA PEDIDO DE MES JA FECHADO.
      *    ALEM DO ACERTO DO MES (TIPO BRANCO) O VENDEDOR PODE TER
      *    UMA LINHA DE ESTORNO (TIPO E) COM OS ESTORNOS DE COMISSAO
      *    DAS FATURAS BAIXADAS COMO PERDA DESDE O ULTIMO FECHAMENTO:
      *    QUANTIDADE DE FATURAS, VALOR PERDIDO NO BRUTO E COMISSAO
      *    NEGATIVA.
      *    O SUPERVISOR DE EQUIPE (CADASTRO EQUIPES) GANHA AINDA UMA
      *    LINHA DE SUPERVISAO (TIPO S): PEDIDOS E VENDAS LIQUIDAS DOS
      *    MEMBROS DA EQUIPE NO MES, SEM AS DO PROPRIO SUPERVISOR, E
      *    A COMISSAO NO PERCENTUAL DE SUPERVISAO DA EQUIPE.
      *    A LINHA DE ACERTO GUARDA AINDA A QUOTA DO MES (PLANO MENSAL
      *    OU QUOTA-VEND DA EPOCA), BASE CONGELADA DO ATINGIMENTO; AS
      *    LINHAS E E S FICAM COM QUOTA ZERO.
      *-----------------------------------*
       01  ARQ-FECH-REG.
           03 FECH-CHAVE.
              05 FECH-ANO-MES       PIC 9(006).
              05 FECH-COD-VEND      PIC 9(003).
              05 FECH-TIPO          PIC X(001).
                 88 FECH-ACERTO                VALUE SPACE.
                 88 FECH-ESTORNO               VALUE "E".
                 88 FECH-SUPERVISAO            VALUE "S".
           03 FECH-QTD-PEDIDOS      PIC 9(007).
           03 FECH-VALOR-BRUTO      PIC 9(009)V9(002).
           03 FECH-PERC-COMISSAO    PIC 9(002)V9(002).
           03 FECH-VALOR-COMISSAO   PIC S9(009)V9(002).
           03 FECH-DATA-FECH        PIC 9(008).
           03 FECH-QUOTA            PIC 9(007)V9(002).
