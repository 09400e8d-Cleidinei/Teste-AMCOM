      *-----------------------------------*
      *    BOOKRSC.CPY
      *    LAYOUT DOS CLIENTES EM RISCO - ARQUIVO CLIRISCO.
      *    GRAVADO PELO RISCOCLI (REGRAVADO A CADA EXECUCAO): UM
      *    REGISTRO POR CLIENTE ATIVO CUJO TEMPO DESDE O ULTIMO
      *    PEDIDO PASSOU DO INTERVALO HABITUAL DE COMPRA DELE, COM O
      *    GRAU DO ALERTA, A CLASSE ABC, A DATA DO ULTIMO PEDIDO, O
      *    INTERVALO HABITUAL EM DIAS E O VALOR MENSAL QUE DEIXA DE
      *    ENTRAR. O AGENDAVIS LE ESTE ARQUIVO PARA ANTECIPAR AS
      *    VISITAS DOS CLIENTES A E B EM RISCO.
      *-----------------------------------*
       01  ARQ-RSC-REG.
           03 RSC-COD-CLI           PIC 9(007).
           03 RSC-COD-VEND          PIC 9(003).
      *    GRAU DO ALERTA: 1 = ATENCAO, 2 = RISCO, 3 = PERDIDO.
           03 RSC-GRAU              PIC 9(001).
              88 RSC-ATENCAO                  VALUE 1.
              88 RSC-RISCO                    VALUE 2.
              88 RSC-PERDIDO                  VALUE 3.
      *    CLASSE ABC DO CLASSCLI NO CALCULO (BRANCO = SEM CLASSE).
           03 RSC-CLASSE            PIC X(001).
           03 RSC-DATA-ULT-PED      PIC 9(008).
           03 RSC-INTERVALO         PIC 9(005).
           03 RSC-DIAS-SEM-PED      PIC 9(005).
           03 RSC-QTD-PEDIDOS       PIC 9(005).
           03 RSC-VALOR-MES         PIC 9(009)V9(002).
           03 RSC-DATA-CALC         PIC 9(008).
