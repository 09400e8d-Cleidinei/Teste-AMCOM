      *-----------------------------------*
      *    BOOKSVH.CPY
      *    LAYOUT DO HISTORICO DE SUPERVISOR DO VENDEDOR - ARQUIVO
      *    SUPERVHIST. GRAVADO PELO CADEQP: UM REGISTRO POR
      *    VENDEDOR E DATA DE INICIO DE VIGENCIA. O SUPERVISOR DO
      *    VENDEDOR NUMA DATA E O DO REGISTRO DE MAIOR INICIO QUE NAO
      *    PASSA DESSA DATA (BUSCAEQP). SUPERVISOR ZERO = VENDEDOR
      *    SEM EQUIPE A PARTIR DAQUELA DATA. O SUPERV-VEND DO
      *    CADVENDEDOR GUARDA O SUPERVISOR VIGENTE NA ULTIMA
      *    DESIGNACAO JA INICIADA.
      *-----------------------------------*
       01  ARQ-SVH-REG.
           03 SVH-CHAVE.
              05 SVH-COD-VEND       PIC 9(003).
              05 SVH-DATA-INICIO    PIC 9(008).
           03 SVH-COD-SUPERV        PIC 9(003).
           03 SVH-DATA-ATUALIZ      PIC 9(008).
           03 SVH-OPERADOR          PIC 9(003).
