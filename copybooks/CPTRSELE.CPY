      *----------------------------------------------------------------*
      * LAYOUT DA TRANSACAO DE MANUTENCAO DO CADASTRO ELEITORAL
      * (ARQTRANSELEITORES.TXT), APLICADA PELO MANTELEITORES. TIPOS:
      *   'I' = INCLUSAO      (ALISTAMENTO: TITULO NOVO, COM NOME E
      *         MUNICIPIO/ZONA/SECAO DE VOTACAO)
      *   'T' = TRANSFERENCIA (MUDANCA DE DOMICILIO: NOVO
      *         MUNICIPIO/ZONA/SECAO)
      *   'R' = REVISAO       (CORRECAO DO NOME E/OU DA ZONA/SECAO
      *         DENTRO DO MESMO MUNICIPIO; CAMPO EM BRANCO OU ZERADO
      *         NAO E ALTERADO)
      *   'S' = SUSPENSAO     (SITUACAO 'S')
      *   'C' = CANCELAMENTO  (SITUACAO 'C')
      *   'A' = REATIVACAO    (SITUACAO 'A' - APTO)
      * TRE-DATA NO FORMATO AAAA-MM-DD. TRE-MOTIVO E LIVRE E VAI
      * PARA A TRILHA DE AUDITORIA (OBITO, DECISAO JUDICIAL ETC).
      *----------------------------------------------------------------*
       01  REG-TRANS-ELEITOR.
           03 TRE-DATA         PIC X(10).
           03 TRE-TIPO         PIC X(01).
           03 TRE-TITULO       PIC 9(12).
           03 TRE-NOME         PIC X(10).
           03 TRE-LOCAL.
              05 TRE-MUNICIPIO PIC 9(04).
              05 TRE-ZONA      PIC 9(04).
              05 TRE-SECAO     PIC 9(04).
           03 TRE-MOTIVO       PIC X(20).
