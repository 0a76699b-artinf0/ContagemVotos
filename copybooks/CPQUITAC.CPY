      *----------------------------------------------------------------*
      * LAYOUT DO CADASTRO PERMANENTE DE QUITACAO ELEITORAL
      * (ARQQUITACAO.TXT). UM REGISTRO POR TITULO COM O
      * COMPARECIMENTO NAS ULTIMAS ELEICOES/TURNOS (CADA TURNO CONTA
      * COMO UMA ELEICAO), DA MAIS ANTIGA PARA A MAIS RECENTE.
      * MANTIDO PELO QUITACAO A CADA ELEICAO, A PARTIR DO
      * ARQHISTORICOVOTO, DAS JUSTIFICATIVAS E DOS PAGAMENTOS DE
      * MULTA. QEL-COMPARECIMENTO:
      *   'C' = COMPARECEU
      *   'J' = FALTOU E JUSTIFICOU
      *   'F' = FALTOU SEM JUSTIFICATIVA (MULTA)
      *   'M' = SECAO APURADA POR MAPA DE CEDULAS, SEM CADERNO (NAO
      *         HA PROVA DA FALTA: SEM MULTA)
      *   'I' = INAPTO NA ELEICAO (NAO ERA OBRIGADO A VOTAR)
      * QEL-MULTA: 'N' = SEM MULTA, 'P' = PENDENTE, 'G' = PAGA.
      * QUI-QUITACAO: 'Q' = QUITE, 'D' = EM DEBITO (MULTA PENDENTE).
      * QUI-AUSENCIAS: AUSENCIAS SEGUIDAS SEM JUSTIFICATIVA E SEM
      * PAGAMENTO, CONTADAS A PARTIR DA ELEICAO MAIS RECENTE.
      *----------------------------------------------------------------*
       01  REG-QUITACAO.
           03 QUI-TITULO      PIC 9(12).
           03 QUI-NOME        PIC X(10).
           03 QUI-MUNICIPIO   PIC 9(04).
           03 QUI-ZONA        PIC 9(04).
           03 QUI-SECAO       PIC 9(04).
           03 QUI-QUITACAO    PIC X(01).
           03 QUI-AUSENCIAS   PIC 9(02).
           03 QUI-QTD-ELEICOES PIC 9(02).
           03 QUI-ELEICAO OCCURS 12 TIMES.
              05 QEL-CHAVE.
                 07 QEL-ELEICAO PIC 9(05).
                 07 QEL-TURNO   PIC 9(01).
              05 QEL-COMPARECIMENTO PIC X(01).
              05 QEL-MULTA      PIC X(01).
              05 QEL-VALOR-PAGO PIC 9(05)V99.
              05 QEL-DATA-PAGTO PIC X(10).
