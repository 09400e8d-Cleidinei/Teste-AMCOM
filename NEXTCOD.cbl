      *    SEGUINTE, DE MODO QUE DOIS OPERADORES INCLUINDO AO MESMO
      *    TEMPO NUNCA TIRAM O MESMO NUMERO. NA PRIMEIRA UTILIZACAO
      *    O CONTROLE E INICIADO COM O MAIOR CODIGO JA EXISTENTE NO
      *    CADASTRO CORRESPONDENTE MAIS UM. O TIPO REMESSA NUMERA
      *    AS REMESSAS DE COBRANCA AO BANCO, O TIPO LOTECTB OS
      *    LOTES DA INTERFACE CONTABIL, O TIPO PROSPECT O CADASTRO
      *    DE PROSPECTS E O TIPO PACOTE OS PACOTES DE CAMPO DOS
      *    VENDEDORES (PACCAMPO); OS QUATRO COMECAM EM UM.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-FATURA    ASSIGN TO DISK
               88 NEXT-TIPO-VENDEDOR           VALUE "VENDEDOR".
               88 NEXT-TIPO-PEDIDO             VALUE "PEDIDO".
               88 NEXT-TIPO-FATURA             VALUE "FATURA".
               88 NEXT-TIPO-REMESSA            VALUE "REMESSA".
               88 NEXT-TIPO-LOTECTB            VALUE "LOTECTB".
               88 NEXT-TIPO-PROSPECT           VALUE "PROSPECT".
               88 NEXT-TIPO-PACOTE             VALUE "PACOTE".
           03  NEXT-CODIGO         PIC 9(007).
           03  NEXT-MSG            PIC X(040).
      *-----------------------------------*
              AND NOT NEXT-TIPO-VENDEDOR
              AND NOT NEXT-TIPO-PEDIDO
              AND NOT NEXT-TIPO-FATURA
              AND NOT NEXT-TIPO-REMESSA
              AND NOT NEXT-TIPO-LOTECTB
              AND NOT NEXT-TIPO-PROSPECT
              AND NOT NEXT-TIPO-PACOTE
              MOVE "NEXTCOD: TIPO DE CODIGO INVALIDO" TO NEXT-MSG
              GOBACK
           END-IF
                 PERFORM 130-MAIOR-CODIGO-PED
              WHEN NEXT-TIPO-FATURA
                 PERFORM 140-MAIOR-CODIGO-FAT
              WHEN NEXT-TIPO-REMESSA
                 CONTINUE
              WHEN NEXT-TIPO-LOTECTB
                 CONTINUE
              WHEN NEXT-TIPO-PROSPECT
                 CONTINUE
              WHEN NEXT-TIPO-PACOTE
                 CONTINUE
           END-EVALUATE
      *
           MOVE NEXT-TIPO TO CTL-TIPO
