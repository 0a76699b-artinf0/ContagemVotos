              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-AUD-STATUS.
      *
      *----CALENDARIO ELEITORAL (VER CPCALPRO): SUBSTITUICAO E
      *    RENUNCIA SO SAO ACEITAS ATE O PRAZO DE SUBSTITUICAO
       SELECT ARQCALENDARIO ASSIGN  TO WS-PRM-ARQ-CALEND
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CAL-STATUS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FD  ARQAUDITCAND
           LABEL RECORD STANDARD.
       01  REG-AUDITORIA          PIC X(80).

       FD  ARQCALENDARIO
           LABEL RECORD STANDARD.
           COPY CPCALREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       COPY CPPARAM.

       COPY CPCALEND.

       01  WS-TAB-CANDIDATOS.
           03 WS-CAND-ITEM OCCURS 1000 TIMES.
              05 WS-CAND-CARGO     PIC 9(02).
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0100-CARREGA-PARAMETROS
           PERFORM 0600-CARREGA-CALENDARIO
           PERFORM 1200-TRATA-DATAHORA

           OPEN INPUT ARQCANDIDATOS
      *----------------------------------------------------------------*
       2000-APLICA-TRANSACAO.
      *----------------------------------------------------------------*
      *----SUBSTITUICAO E RENUNCIA DEPOIS DO PRAZO DO CALENDARIO SAO
      *    RECUSADAS; AS DEMAIS SITUACOES DECORREM DE DECISAO
      *    JUDICIAL E NAO TEM PRAZO
           MOVE TRS-DATA TO WS-CAL-DATA
           PERFORM 0620-VALIDA-DATA-CAL
           IF (TRS-TIPO = 'S' OR TRS-TIPO = 'R')
              AND WS-CAL-PRAZO-SUBST NOT = SPACES
              AND (TRS-DATA = SPACES
                   OR WS-CAL-DATA-OK NOT = 'S'
                   OR TRS-DATA > WS-CAL-PRAZO-SUBST)
               IF TRS-DATA = SPACES
                   MOVE 'DATA AUSENTE' TO WS-AUD-RESULT
               ELSE
                   IF WS-CAL-DATA-OK NOT = 'S'
                       MOVE 'DATA INVALIDA' TO WS-AUD-RESULT
                   ELSE
                       MOVE 'FORA DO PRAZO' TO WS-AUD-RESULT
                   END-IF
               END-IF
               PERFORM 2910-GRAVA-REJEITO
           ELSE
               EVALUATE TRS-TIPO
                   WHEN 'I'
                       PERFORM 2100-INCLUI-CANDIDATO
                   WHEN 'S'
                       PERFORM 2200-SUBSTITUI-CANDIDATO
                   WHEN 'R'
                   WHEN 'C'
                   WHEN 'J'
                   WHEN 'A'
                       PERFORM 2300-MUDA-SITUACAO
                   WHEN OTHER
                       PERFORM 2900-REJEITA-TRANSACAO
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           COPY CPPARPRO.

      *----------------------------------------------------------------*
           COPY CPCALPRO.

       END PROGRAM MANTCANDIDATOS.
