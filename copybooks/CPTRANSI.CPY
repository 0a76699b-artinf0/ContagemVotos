      *----------------------------------------------------------------*
      * LAYOUT DO ARQUIVO DE AUTORIZACOES DE VOTO EM TRANSITO
      * (ARQTRANSITO.TXT), UM REGISTRO POR ELEITOR QUE REQUEREU
      * VOTAR FORA DA SUA SECAO: TITULO, MUNICIPIO/ZONA/SECAO DE
      * DESTINO E ATE CINCO CARGOS AUTORIZADOS (ZERO = POSICAO VAGA).
      * MESMO AUTORIZADO, FORA DO MUNICIPIO DE ORIGEM O ELEITOR SO
      * VOTA NOS CARGOS MAJORITARIOS ESTADUAIS (CANDIDATOS COM
      * MUNICIPIO ZERO NO ROSTER).
      *----------------------------------------------------------------*
       01  REG-TRANSITO.
           03 TRA-TITULO      PIC 9(12).
           03 TRA-MUNICIPIO   PIC 9(04).
           03 TRA-ZONA        PIC 9(04).
           03 TRA-SECAO       PIC 9(04).
           03 TRA-CARGOS.
              05 TRA-CARGO    PIC 9(02) OCCURS 5 TIMES.
