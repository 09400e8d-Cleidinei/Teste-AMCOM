      *-----------------------------------*
      *    BOOKPRS.CPY
      *    LAYOUT DO CADASTRO DE PROSPECTS - ARQUIVO PROSPECT.
      *    MANTIDO PELO CADPRS (INCLUSAO, ESTAGIO E CONVERSAO EM
      *    CLIENTE), ATRIBUIDO A VENDEDOR PELO ATRIBPRS E LIDO PELO
      *    FUNIL DE VENDAS (RELFUNIL). O CODIGO VEM DO NEXTCOD
      *    (TIPO PROSPECT). O CNPJ E OPCIONAL ATE A CONVERSAO; NA
      *    CONVERSAO O CLIENTE NASCE NO BOOKCLI E O CODIGO DELE FICA
      *    GRAVADO AQUI COMO LIGACAO DE VOLTA AO PROSPECT.
      *-----------------------------------*
       01  ARQ-PRS-REG.
           03 PRS-CODIGO            PIC 9(007).
           03 PRS-CNPJ              PIC 9(014).
           03 PRS-NOME              PIC X(040).
           03 PRS-CIDADE            PIC X(030).
           03 PRS-UF                PIC X(002).
           03 PRS-LATITUDE          PIC S9(003)V9(008).
           03 PRS-LONGITUDE         PIC S9(003)V9(008).
           03 PRS-TELEFONE          PIC X(015).
           03 PRS-EMAIL             PIC X(040).
      *    ORIGEM DO CONTATO
           03 PRS-ORIGEM            PIC X(001).
              88 PRS-ORIGEM-FEIRA            VALUE "F".
              88 PRS-ORIGEM-SITE             VALUE "S".
              88 PRS-ORIGEM-INDICACAO        VALUE "I".
              88 PRS-ORIGEM-ATIVA            VALUE "A".
              88 PRS-ORIGEM-OUTRA            VALUE "O".
              88 PRS-ORIGEM-VALIDA           VALUE "F" "S" "I" "A"
                                                   "O".
      *    ESTAGIO NO FUNIL. CONVERTIDO SO PELA FUNCAO DE CONVERSAO
      *    DO CADPRS; PERDIDO ENCERRA O PROSPECT SEM CLIENTE.
           03 PRS-ESTAGIO           PIC X(001).
              88 PRS-NOVO                    VALUE "N".
              88 PRS-QUALIFICADO             VALUE "Q".
              88 PRS-PROPOSTA                VALUE "P".
              88 PRS-NEGOCIACAO              VALUE "G".
              88 PRS-CONVERTIDO              VALUE "C".
              88 PRS-PERDIDO                 VALUE "X".
              88 PRS-ABERTO                  VALUE "N" "Q" "P" "G".
              88 PRS-ESTAGIO-DIGITAVEL       VALUE "N" "Q" "P" "G"
                                                   "X".
           03 PRS-VALOR-PREVISTO    PIC 9(009)V9(002).
      *    FILIAL DE INTERESSE (ZERO = NAO DEFINIDA), PASSADA AO
      *    CLIENTE NA CONVERSAO.
           03 PRS-FILIAL            PIC 9(002).
      *    VENDEDOR MAIS PROXIMO ATRIBUIDO PELO ATRIBPRS (ZERO =
      *    AINDA NAO ATRIBUIDO), COM A DISTANCIA E A DATA.
           03 PRS-COD-VEND          PIC 9(003).
           03 PRS-DISTANCIA         PIC 9(006)V9(002).
           03 PRS-DATA-ATRIB        PIC 9(008).
           03 PRS-DATA-INCLUSAO     PIC 9(008).
      *    CONVERSAO: DATA E CODIGO DO CLIENTE CRIADO NO BOOKCLI
           03 PRS-DATA-CONVERSAO    PIC 9(008).
           03 PRS-COD-CLI           PIC 9(007).
           03 PRS-DATA-ATUALIZ      PIC 9(008).
           03 PRS-OPERADOR          PIC 9(003).
