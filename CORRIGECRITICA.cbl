              FILE STATUS        IS WS-CRT-STATUS.
      *
      *----CORRECOES PREPARADAS PELO OPERADOR: NUMERO DA LINHA
      *    ORIGINAL REJEITADA E O REGISTRO DE VOTO CORRIGIDO NO
      *    LAYOUT CPVOTO. O CADERNO DE VOTACAO NAO PASSA POR ESTE
      *    CICLO: SEUS REJEITOS FICAM NO ARQCRITICACADERNO.TXT
       SELECT ARQCORRECOES ASSIGN  TO WS-PRM-ARQ-CORRECOES
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-COR-STATUS.
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STA-STATUS.
      *
      *----CALENDARIO ELEITORAL (VER CPCALPRO): ENCERRADO O PRAZO DE
      *    CORRECAO, NENHUMA CORRECAO VAI MAIS PARA A SUPLEMENTAR
       SELECT ARQCALENDARIO ASSIGN  TO WS-PRM-ARQ-CALEND
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CAL-STATUS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*

       FD  ARQAPURACAOSUP
           LABEL RECORD STANDARD.
       01  REG-SUPLEMENTAR        PIC X(19).
      *----O LOTE (DATA+HORA DA GERACAO) IDENTIFICA ESTA REMESSA DE
      *    CORRECOES: O RELAPURACAO RECUSA SOMAR O MESMO LOTE DUAS
      *    VEZES NOS TOTAIS ACUMULADOS
           03 SUP-CTL-ELEICAO  PIC 9(05).
           03 SUP-CTL-TURNO    PIC 9(01).
           03 SUP-CTL-LOTE     PIC 9(14).

       FD  ARQSTATUSCOR
           LABEL RECORD STANDARD.
       01  REG-STATUS             PIC X(80).

       FD  ARQCALENDARIO
           LABEL RECORD STANDARD.
           COPY CPCALREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-TOT-ACEITOS  PIC 9(06) VALUE ZEROS.
       77  WS-TOT-REPROV   PIC 9(06) VALUE ZEROS.
       77  WS-LOTE-GERADO  PIC 9(14) VALUE ZEROS.
       77  WS-FORA-PRAZO   PIC X(01) VALUE 'N'.
       01  WS-TIMESTAMP-BRUTO PIC X(21) VALUE SPACES.

       COPY CPPARAM.

       COPY CPCALEND.

       COPY CPCRITIC.

      *----REJEITOS EXTRAIDOS DO RELATORIO DE CRITICA. AS POSICOES
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0100-CARREGA-PARAMETROS
           PERFORM 0600-CARREGA-CALENDARIO
           IF WS-CAL-PRAZO-CORRECAO NOT = SPACES
              AND WS-CAL-HOJE > WS-CAL-PRAZO-CORRECAO
               MOVE 'S' TO WS-FORA-PRAZO
               DISPLAY 'PRAZO DE CORRECAO ENCERRADO EM '
                       WS-CAL-PRAZO-CORRECAO ' - AS CORRECOES SERAO '
                       'RECUSADAS'
           END-IF

           PERFORM 1000-CARREGA-REJEITOS
           IF WS-QTD-REJEITOS = 0
           MOVE WS-PRM-ELEICAO TO SUP-CTL-ELEICAO
           MOVE WS-PRM-TURNO   TO SUP-CTL-TURNO
           MOVE WS-LOTE-GERADO TO SUP-CTL-LOTE
           WRITE REG-SUP-CONTROLE

           OPEN INPUT ARQCORRECOES
           IF WS-COR-STATUS NOT = '00'
                           ' JA CORRIGIDO E ACEITO - CORRECAO '
                           'IGNORADA'
               ELSE
                   IF WS-FORA-PRAZO = 'S'
                       PERFORM 2200-RECUSA-FORA-PRAZO
                   ELSE
                       PERFORM 2100-REVALIDA-CORRECAO
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
           MOVE SPACES    TO WS-CRI-BUFFER
           MOVE COR-DADOS TO WS-CRI-BUFFER (1:41)
           MOVE 'V'       TO WS-CRI-LAYOUT
           PERFORM 8000-CRITICA-LINHA
           IF WS-CRI-VALIDO = 'S'
               WRITE REG-SUPLEMENTAR FROM COR-DADOS (1:19)
               MOVE 'A' TO WS-REJ-SIT (WS-REJ-ATU)
               ADD 1 TO WS-QTD-ACEITOS
           ELSE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-RECUSA-FORA-PRAZO.
      *----------------------------------------------------------------*
      *----A CORRECAO NAO E REVALIDADA NEM EMITIDA: O REJEITO FICA
      *    COMO CORRIGIDO E REJEITADO, SEM CODIGO DE CRITICA
           MOVE 'R'    TO WS-REJ-SIT      (WS-REJ-ATU)
           MOVE SPACES TO WS-REJ-NOVO-COD (WS-REJ-ATU)
           MOVE 'FORA DO PRAZO'
                       TO WS-REJ-NOVO-MOT (WS-REJ-ATU)
           ADD 1 TO WS-QTD-REPROVADOS
           DISPLAY 'CORRECAO DA LINHA ' COR-LINHA
                   ' RECUSADA - FORA DO PRAZO'
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GRAVA-RELATORIO-STATUS.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           COPY CPPARPRO.

      *----------------------------------------------------------------*
           COPY CPCALPRO.

      *----------------------------------------------------------------*
           COPY CPCRIPRO.

