              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-PRM-STATUS.
      *
      *----FONTE DOS RESULTADOS: OS DADOS DO BOLETIM DE URNA
      *    OFICIAL (CPBOLDAD), GRAVADOS PELO RELAPURACAO COM OS MESMOS
      *    TOTAIS DO BOLETIM IMPRESSO. O QUE VAI AO TRE E EXATAMENTE
      *    O QUE FOI AFIXADO NOS LOCAIS DE VOTACAO.
       SELECT ARQBOLETIMDADOS ASSIGN  TO WS-PRM-ARQ-BOLDAD
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-BOL-STATUS.
      *
           VALUE OF FILE-ID IS "ARQPARAMETROS.TXT".
           COPY CPPARREG.

       FD  ARQBOLETIMDADOS
           LABEL RECORD STANDARD.
           COPY CPBOLDAD.

       FD  ARQCANDIDATOS
           LABEL RECORD STANDARD.
              05 WS-RZ-CAND OCCURS 500 TIMES.
                 07 WS-RZ-CAND-QTD   PIC 9(06).

      *----ESTADO DA LEITURA DOS DADOS DO BOLETIM (REGISTRO CORRENTE)
       77  WS-BOL-CONFERIDO PIC X(01) VALUE 'N'.
       77  WS-BOL-CARGO    PIC 9(02) VALUE ZEROS.
       77  WS-BOL-MUN      PIC 9(04) VALUE ZEROS.
       77  WS-BOL-ZONA     PIC 9(04) VALUE ZEROS.
       77  WS-BOL-NUMERO   PIC 9(05) VALUE ZEROS.
       77  WS-CAMPO-NUM    PIC 9(06) VALUE ZEROS.
       77  WS-IDX-BUD      PIC 9(03) VALUE ZEROS.

       01  WS-VARIAVEIS.
           03 WS-DATA-SISTEMA    PIC X(10).
      *----------------------------------------------------------------*
       2000-AGREGA-BOLETIM.
      *----------------------------------------------------------------*
      *----AGREGA OS BOLETINS POR ZONA, A PARTIR DO ARQUIVO DE DADOS
      *    DO BOLETIM (CPBOLDAD)
           OPEN INPUT ARQBOLETIMDADOS
           IF WS-BOL-STATUS NOT = '00'
               DISPLAY 'DADOS DO BOLETIM AUSENTES OU ILEGIVEIS - '
                       WS-PRM-ARQ-BOLDAD ' STATUS: ' WS-BOL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
               PERFORM 2200-CLASSIFICA-BOLETIM
               PERFORM 2100-LER-BOLETIM
           END-PERFORM
           CLOSE ARQBOLETIMDADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LER-BOLETIM.
      *----------------------------------------------------------------*
           READ ARQBOLETIMDADOS
                  AT END
                     MOVE 'S' TO WS-BOL-EOF
           END-READ
       2200-CLASSIFICA-BOLETIM.
      *----------------------------------------------------------------*
      *----COMO NO RESTO DA CADEIA, BOLETIM DE OUTRA ELEICAO/TURNO
      *    NAO E TRANSMITIDO: O CONTROLE 'E' DO ARQUIVO E CONFERIDO
      *    CONTRA O ARQUIVO DE PARAMETROS, E SO DEPOIS DELE OS
      *    REGISTROS 'B' SAO AGREGADOS
           IF BUC-TIPO = 'E'
               IF BUC-ELEICAO NOT = WS-PRM-ELEICAO
                  OR BUC-TURNO NOT = WS-PRM-TURNO
                   DISPLAY 'BOLETIM DE OUTRA ELEICAO/TURNO ('
                           BUC-ELEICAO '/' BUC-TURNO
                           ') - ESPERADO ('
                           WS-PRM-ELEICAO WS-PRM-TURNO
                           ') - GERACAO DE REMESSAS ABANDONADA'
                   CLOSE ARQBOLETIMDADOS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-BOL-CONFERIDO
           END-IF

           IF BUD-TIPO = 'B'
              AND WS-BOL-CONFERIDO = 'S'
               MOVE BUD-CARGO     TO WS-BOL-CARGO
               MOVE BUD-MUNICIPIO TO WS-BOL-MUN
               MOVE BUD-ZONA      TO WS-BOL-ZONA
               PERFORM 2300-LOCALIZA-ZONA
               PERFORM 2400-LOCALIZA-CARGO-ZONA
               IF WS-ZON-ATU > 0 AND WS-CRG-ATU > 0
                   PERFORM 2500-EXTRAI-VALOR-BOLETIM
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-EXTRAI-VALOR-BOLETIM.
      *----------------------------------------------------------------*
           MOVE 1 TO WS-IDX-BUD
           PERFORM UNTIL WS-IDX-BUD > BUD-QTD-CAND
               MOVE BUD-CAND-NUMERO (WS-IDX-BUD) TO WS-BOL-NUMERO
               MOVE BUD-CAND-VOTOS  (WS-IDX-BUD) TO WS-CAMPO-NUM
               PERFORM 2600-ACUMULA-CAND-ZONA
               ADD 1 TO WS-IDX-BUD
           END-PERFORM
           ADD BUD-BRANCO
               TO WS-RZ-CRG-BRANCO (WS-ZON-ATU WS-CRG-ATU)
           ADD BUD-NULO
               TO WS-RZ-CRG-NULO   (WS-ZON-ATU WS-CRG-ATU)
           ADD BUD-LEGENDA
               TO WS-RZ-CRG-LEG    (WS-ZON-ATU WS-CRG-ATU)
           ADD BUD-SUBJUDICE
               TO WS-RZ-CRG-SUBJUD (WS-ZON-ATU WS-CRG-ATU)
           ADD BUD-COMPARECIMENTO
               TO WS-RZ-CRG-COMP   (WS-ZON-ATU WS-CRG-ATU)
           .
           EXIT.
      *----------------------------------------------------------------*
