      * LAYOUT DO REGISTRO DO CADASTRO ELEITORAL
      * (ARQREGISTROELEITORAL.TXT). RELACAO DE ELEITORES APTOS A
      * VOTAR, COM A ZONA/SECAO ONDE CADA TITULO DEVE VOTAR.
      * SITUACAO: 'A' = APTO, QUALQUER OUTRO VALOR = INAPTO
      * ('S' = SUSPENSO E 'C' = CANCELADO, GRAVADOS PELO
      * MANTELEITORES). MANTIDO PELO MANTELEITORES, QUE GRAVA O
      * CADASTRO ATUALIZADO EM ARQREGISTRONOVO.TXT.
      *----------------------------------------------------------------*
       01  REG-ELEITOR.
           03 ELE-TITULO      PIC 9(12).
