      *-----------------------------------*
      *    BOOKINT.CPY
      *    LAYOUT DO REGISTRO DE INTERACOES COM O CLIENTE - ARQUIVO
      *    INTERACOES. UMA LINHA POR CONTATO (VISITA, TELEFONE OU
      *    E-MAIL) COM A ANOTACAO DO VENDEDOR E, OPCIONALMENTE, A
      *    DATA COMBINADA PARA O RETORNO. GRAVADO SOMENTE PELO
      *    GRVINTER (TELA DE INTERACOES DO CADCLI, CADVIS, IMPVISIT
      *    E IMPINTER) E LIDO PELA AGENDA DE RETORNOS (RELRETOR).
      *    A SEQUENCIA SEPARA VARIOS CONTATOS DO MESMO CLIENTE NO
      *    MESMO DIA.
      *-----------------------------------*
       01  ARQ-INT-REG.
           03 INT-CHAVE.
              05 INT-COD-CLI        PIC 9(007).
              05 INT-DATA           PIC 9(008).
              05 INT-SEQ            PIC 9(003).
           03 INT-COD-VEND          PIC 9(003).
           03 INT-CANAL             PIC X(001).
              88 INT-CANAL-VISITA            VALUE "V".
              88 INT-CANAL-TELEFONE          VALUE "T".
              88 INT-CANAL-EMAIL             VALUE "E".
              88 INT-CANAL-VALIDO            VALUE "V" "T" "E".
      *    RESULTADO DA VISITA (VIS-RESULTADO) QUANDO O CONTATO VEM
      *    DO CADVIS OU DO IMPVISIT; BRANCO NOS DEMAIS CANAIS.
           03 INT-RESULTADO         PIC X(002).
           03 INT-NOTA              PIC X(120).
      *    DATA COMBINADA PARA O RETORNO (ZERO = SEM RETORNO)
           03 INT-DATA-RETORNO      PIC 9(008).
           03 INT-ORIGEM            PIC X(001).
              88 INT-ORIGEM-CADCLI           VALUE "C".
              88 INT-ORIGEM-CADVIS           VALUE "V".
              88 INT-ORIGEM-LOTE             VALUE "L".
           03 INT-DATA-REGISTRO     PIC 9(008).
           03 INT-HORA-REGISTRO     PIC 9(006).
           03 INT-OPERADOR          PIC 9(003).
