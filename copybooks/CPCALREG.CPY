      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DO CALENDARIO ELEITORAL (ARQCALENDARIO.TXT).
      * UM REGISTRO POR ELEICAO/TURNO COM OS PRAZOS LEGAIS, TODOS NO
      * FORMATO AAAA-MM-DD (A DATA E O ULTIMO DIA ACEITO). PRAZO EM
      * BRANCO NAO LIMITA. LINHAS INICIADAS POR '*' SAO COMENTARIO.
      *   CAL-PRAZO-SUBST    SUBSTITUICAO E RENUNCIA DE CANDIDATO
      *                      (MANTCANDIDATOS)
      *   CAL-FECHA-CADASTRO FECHAMENTO DO CADASTRO ELEITORAL
      *                      (MANTELEITORES)
      *   CAL-PRAZO-JUSTIF   JUSTIFICATIVA DE AUSENCIA
      *                      (LISTAFALTOSOS E QUITACAO)
      *   CAL-PRAZO-CORRECAO CORRECAO DE REJEITOS DA CRITICA
      *                      (CORRIGECRITICA)
      *   CAL-DATA-2TURNO    DATA DO SEGUNDO TURNO
      *----------------------------------------------------------------*
       01  REG-CALENDARIO.
           03 CAL-ELEICAO        PIC 9(05).
           03 CAL-TURNO          PIC 9(01).
           03 CAL-PRAZO-SUBST    PIC X(10).
           03 CAL-FECHA-CADASTRO PIC X(10).
           03 CAL-PRAZO-JUSTIF   PIC X(10).
           03 CAL-PRAZO-CORRECAO PIC X(10).
           03 CAL-DATA-2TURNO    PIC X(10).
