      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE VOTOS (ARQELEICAO.TXT, ARQAPURACAO.TXT
      * E A ENTRADA SUPLEMENTAR DO CORRIGECRITICA). GRAVADO PELO
      * CONSOLIDAURNAS EMBARALHADO DENTRO DE CADA CARGO/SECAO E SEM
      * O TITULO NEM O NOME DO ELEITOR: SERVE SOMENTE A CONTAGEM. A
      * IDENTIFICACAO DE QUEM VOTOU FICA NO CADERNO DE VOTACAO
      * (CPCADERN), QUE POR SUA VEZ NAO TRAZ O VOTO.
      *----------------------------------------------------------------*
       01  REG-VOTO.
           03 VOT-CARGO       PIC 9(02).
           03 VOT-MUNICIPIO   PIC 9(04).
           03 VOT-ZONA        PIC 9(04).
           03 VOT-SECAO       PIC 9(04).
           03 VOT-VOTO        PIC 9(05).
