      * APURACAO - UM REGISTRO POR ELEITOR DO CADASTRO, DIZENDO SE O
      * TITULO COMPARECEU ('C') OU FALTOU ('F') - E LIDO PELO
      * LISTAFALTOSOS PARA A LISTA DE FALTOSOS E O ENCAMINHAMENTO DE
      * MULTA. 'M' = SEM CADERNO EM SECAO APURADA POR MAPA DE
      * CEDULAS: NAO HA COMO SABER SE FALTOU, E NAO E MULTADO.
      *----------------------------------------------------------------*
       01  REG-HISTVOTO.
           03 HIS-TITULO      PIC 9(12).
