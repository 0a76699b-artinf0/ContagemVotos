      *----------------------------------------------------------------*
      * LAYOUT DA JUSTIFICATIVA DE AUSENCIA (ARQJUSTIFICATIVAS.TXT),
      * PROTOCOLADA PELO ELEITOR QUE FALTOU A ELEICAO/TURNO DO
      * ARQUIVO. COMPARTILHADO ENTRE A LISTA DE FALTOSOS
      * (LISTAFALTOSOS) E A QUITACAO ELEITORAL (QUITACAO).
      *----------------------------------------------------------------*
       01  REG-JUSTIFICATIVA.
           03 JUS-TITULO      PIC 9(12).
           03 JUS-DATA        PIC X(10).
           03 JUS-MOTIVO      PIC X(30).
