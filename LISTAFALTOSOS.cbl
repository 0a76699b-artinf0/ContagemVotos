      *
       SELECT SORT-WORK ASSIGN  TO DISK.
      *
      *----CALENDARIO ELEITORAL (VER CPCALPRO): JUSTIFICATIVA DATADA
      *    DEPOIS DO PRAZO NAO ISENTA O FALTOSO DA MULTA
       SELECT ARQCALENDARIO ASSIGN  TO WS-PRM-ARQ-CALEND
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CAL-STATUS.
      *
      *----JUSTIFICATIVAS EM FORMA INDEXADA PELO TITULO, COMO OS
      *    DEMAIS ARQUIVOS DE TRABALHO DA CADEIA
       SELECT ARQJUSTRAB ASSIGN  TO DISK

       FD  ARQJUSTIFICATIVAS
           LABEL RECORD STANDARD.
           COPY CPJUSTIF.

       FD  ARQFALTOSOS
           LABEL RECORD STANDARD.
           03 JUT-TITULO       PIC 9(12).
           03 JUT-DATA         PIC X(10).
           03 JUT-MOTIVO       PIC X(30).
      *----'S' = DENTRO DO PRAZO, 'F' = FORA DO PRAZO,
      *    'D' = SEM DATA OU DATA FORA DO FORMATO AAAA-MM-DD
           03 JUT-PRAZO        PIC X(01).

       FD  ARQCALENDARIO
           LABEL RECORD STANDARD.
           COPY CPCALREG.

      *----ORDENACAO DOS FALTOSOS POR ZONA/SECAO/TITULO PARA A
      *    QUEBRA DE GRUPO DA LISTA
       77  WS-TOT-FALTOSOS PIC 9(06) VALUE ZEROS.
       77  WS-TOT-JUSTIF   PIC 9(06) VALUE ZEROS.
       77  WS-TOT-MULTA    PIC 9(06) VALUE ZEROS.
       77  WS-TOT-FORAPRAZO PIC 9(06) VALUE ZEROS.

       COPY CPPARAM.

       COPY CPCALEND.

      *----FALTOSOS DO GRUPO ZONA/SECAO CORRENTE, SEPARADOS EM
      *    JUSTIFICADOS E NAO JUSTIFICADOS PARA A IMPRESSAO EM
      *    SECOES DISTINTAS NA QUEBRA
           03 WS-NG-ITEM OCCURS 1000 TIMES.
              05 WS-NG-TITULO PIC 9(12).
              05 WS-NG-NOME   PIC X(10).
              05 WS-NG-OBS    PIC X(30).

       01  WS-REL-CABECALHO1.
           03 FILLER  PIC X(33) VALUE
           03 WS-DN-TITULO  PIC 9(12).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DN-NOME    PIC X(10).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DN-OBS     PIC X(30).
           03 FILLER        PIC X(22) VALUE SPACES.
       01  WS-REL-TOT-GRUPO.
           03 FILLER        PIC X(10) VALUE 'FALTOSOS: '.
           03 WS-TG-FALT    PIC 9(04).
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0100-CARREGA-PARAMETROS
           PERFORM 0600-CARREGA-CALENDARIO

           PERFORM 1000-CARREGA-JUSTIFICATIVAS

           DISPLAY 'LISTA DE FALTOSOS GERADA - FALTOSOS: '
                    WS-TOT-FALTOSOS ' JUSTIFICADOS: ' WS-TOT-JUSTIF
                   ' PARA MULTA: ' WS-TOT-MULTA
           IF WS-TOT-FORAPRAZO > 0
               DISPLAY 'JUSTIFICATIVAS RECUSADAS (FORA DO PRAZO OU '
                       'SEM DATA VALIDA): ' WS-TOT-FORAPRAZO
           END-IF
           STOP RUN.
      *----------------------------------------------------------------*
       1000-CARREGA-JUSTIFICATIVAS.
      *----------------------------------------------------------------*
      *----CARREGA AS JUSTIFICATIVAS NO ARQUIVO DE TRABALHO INDEXADO
      *    POR TITULO. ARQUIVO AUSENTE NAO E ERRO: TODOS OS FALTOSOS
      *    SAEM COMO NAO JUSTIFICADOS. A JUSTIFICATIVA FORA DO PRAZO
      *    DO CALENDARIO (OU SEM DATA VALIDA, QUANDO HA PRAZO) E
      *    GUARDADA MARCADA E O FALTOSO VAI PARA A MULTA COM A
      *    OBSERVACAO.
           OPEN OUTPUT ARQJUSTRAB
           IF WS-JUT-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR ARQJUSTRAB.IDX - STATUS: '
                       MOVE JUS-TITULO TO JUT-TITULO
                       MOVE JUS-DATA   TO JUT-DATA
                       MOVE JUS-MOTIVO TO JUT-MOTIVO
                       MOVE 'S'        TO JUT-PRAZO
                       IF WS-CAL-PRAZO-JUSTIF NOT = SPACES
                           MOVE JUS-DATA TO WS-CAL-DATA
                           PERFORM 0620-VALIDA-DATA-CAL
                           IF JUS-DATA = SPACES
                              OR WS-CAL-DATA-OK NOT = 'S'
                               MOVE 'D' TO JUT-PRAZO
                           ELSE
                               IF JUS-DATA > WS-CAL-PRAZO-JUSTIF
                                   MOVE 'F' TO JUT-PRAZO
                               END-IF
                           END-IF
                       END-IF
                       WRITE REG-JUSTRAB
                       IF WS-JUT-STATUS = '22'
                           DISPLAY 'JUSTIFICATIVA REPETIDA PARA O '
       2000-FORNECE-FALTOSOS.
      *----------------------------------------------------------------*
      *----SO ELEITORES APTOS QUE FALTARAM ENTRAM NA LISTA: INAPTO
      *    NAO E MULTADO POR AUSENCIA, NEM O ELEITOR DE SECAO EM
      *    CEDULA SEM CADERNO ('M')
           OPEN INPUT ARQHISTVOTO
           IF WS-HIS-STATUS NOT = '00'
               DISPLAY 'HISTORICO DE COMPARECIMENTO AUSENTE OU '
           MOVE SRT-TITULO TO JUT-TITULO
           READ ARQJUSTRAB
           IF WS-JUT-STATUS = '00'
               IF JUT-PRAZO = 'S'
                   PERFORM 3300-GUARDA-JUSTIFICADO
               ELSE
                   ADD 1 TO WS-TOT-FORAPRAZO
                   PERFORM 3400-GUARDA-NAO-JUSTIFICADO
               END-IF
           ELSE
               PERFORM 3400-GUARDA-NAO-JUSTIFICADO
           END-IF
               ADD 1 TO WS-QTD-NAO
               MOVE SRT-TITULO TO WS-NG-TITULO (WS-QTD-NAO)
               MOVE SRT-NOME   TO WS-NG-NOME   (WS-QTD-NAO)
               MOVE SPACES     TO WS-NG-OBS    (WS-QTD-NAO)
               IF WS-JUT-STATUS = '00'
                   IF JUT-PRAZO = 'F'
                       MOVE 'JUSTIFICATIVA FORA DO PRAZO'
                            TO WS-NG-OBS (WS-QTD-NAO)
                   ELSE
                       IF JUT-PRAZO = 'D'
                           MOVE 'JUSTIFICATIVA SEM DATA VALIDA'
                                TO WS-NG-OBS (WS-QTD-NAO)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-TOT-MULTA
           ELSE
               DISPLAY 'GRUPO ZONA/SECAO EXCEDE O LIMITE DE '
           PERFORM UNTIL WS-IDX-GRP > WS-QTD-NAO
               MOVE WS-NG-TITULO (WS-IDX-GRP) TO WS-DN-TITULO
               MOVE WS-NG-NOME   (WS-IDX-GRP) TO WS-DN-NOME
               MOVE WS-NG-OBS    (WS-IDX-GRP) TO WS-DN-OBS
               WRITE REG-FALTOSOS FROM WS-REL-DET-NAO
               PERFORM 3600-GRAVA-MULTA
               ADD 1 TO WS-IDX-GRP
      *----------------------------------------------------------------*
           COPY CPPARPRO.

      *----------------------------------------------------------------*
           COPY CPCALPRO.

       END PROGRAM LISTAFALTOSOS.
