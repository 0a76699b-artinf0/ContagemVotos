       SELECT OPTIONAL ARQCRITICA ASSIGN  TO WS-PRM-ARQ-CRITICA
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CRI-STATUS.
      *
      *----CRITICA DO CADERNO DE VOTACAO: O CADERNO TEM UM REGISTRO
      *    POR REGISTRO DE VOTO DO EXTRATO, ENTAO OS LIDOS TAMBEM
      *    FECHAM COM O MANIFESTO
       SELECT OPTIONAL ARQCRITICACAD ASSIGN  TO WS-PRM-ARQ-CRITCAD
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CCD-STATUS.
      *
      *----CRITICA DOS MAPAS DE APURACAO DE CEDULAS: OS VOTOS DE
      *    CEDULA ENTRAM NA APURACAO SEM TER PASSADO PELO MANIFESTO
       SELECT OPTIONAL ARQCRITICAMAPA ASSIGN  TO WS-PRM-ARQ-CRITMAPA
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CMP-STATUS.
      *
       SELECT ARQBATECONTAS ASSIGN  TO WS-PRM-ARQ-BATECONTAS
              ORGANIZATION       IS LINE SEQUENTIAL.
           LABEL RECORD STANDARD.
       01  REG-CRITICA         PIC X(80).

       FD  ARQCRITICACAD
           LABEL RECORD STANDARD.
       01  REG-CRITICA-CAD     PIC X(80).

       FD  ARQCRITICAMAPA
           LABEL RECORD STANDARD.
       01  REG-CRITICA-MAPA    PIC X(80).

       FD  ARQBATECONTAS
           LABEL RECORD STANDARD.
       01  REG-BATECONTAS      PIC X(80).
       77  WS-EOF-CSV      PIC X(01) VALUE ' '.
       77  WS-EOF-CRI      PIC X(01) VALUE ' '.
       77  WS-CRI-STATUS   PIC X(02) VALUE '00'.
       77  WS-EOF-CCD      PIC X(01) VALUE ' '.
       77  WS-CCD-STATUS   PIC X(02) VALUE '00'.
       77  WS-EOF-CMP      PIC X(01) VALUE ' '.
       77  WS-CMP-STATUS   PIC X(02) VALUE '00'.
       77  WS-EOF-STC      PIC X(01) VALUE ' '.
       77  WS-STC-STATUS   PIC X(02) VALUE '00'.
       77  WS-STC-ELE-OK   PIC X(01) VALUE 'N'.
       77  WS-PONTILHADO   PIC X(80) VALUE ALL '-'.
       77  WS-DIVERGENCIAS PIC 9(02) VALUE ZEROS.

      *----TOTAIS EXTRAIDOS DO MANIFESTO DE CONSOLIDACAO. OS VOTOS
      *    FORA DA SECAO DESCARTADOS PELO CONSOLIDAURNAS ESTAO NOS
      *    REGISTROS (E NO CADERNO), MAS NAO NO CONSOLIDADO.
       77  WS-MAN-SOMA-REG PIC 9(06) VALUE ZEROS.
       77  WS-MAN-SOMA-DESC PIC 9(06) VALUE ZEROS.

      *----REJEITADOS PELA CRITICA (ARQCRITICA.TXT): ENTRAM NO
      *    FECHAMENTO MANIFESTO X APURACAO, POIS FICARAM FORA DE
      *    ARQAPURACAO.TXT
       77  WS-CRI-REJEITADOS PIC 9(06) VALUE ZEROS.

      *----REGISTROS LIDOS PELA CRITICA DO CADERNO DE VOTACAO
      *    (ARQCRITICACADERNO.TXT)
       77  WS-CAD-LIDOS      PIC 9(06) VALUE ZEROS.

      *----COMPARECIMENTO DOS MAPAS DE CEDULA ACEITOS
      *    (ARQCRITICAMAPA.TXT): SOMA-SE AO MANIFESTO NO FECHAMENTO
       77  WS-MAP-VOTOS      PIC 9(06) VALUE ZEROS.

      *----TOTAIS EXTRAIDOS DO RELATORIO DE APURACAO. O RODAPE DE
      *    CANDIDATOS E RECONHECIDO PELA LINHA 'Numero Partido' PARA
      *    NAO CONFUNDIR COM OS MINI-RODAPES DE ZONA/SECAO, QUE TEM

           PERFORM 1000-LE-MANIFESTO
           PERFORM 1500-LE-CRITICA
           PERFORM 1550-LE-CRITICA-CADERNO
           PERFORM 1580-LE-CRITICA-MAPA
           PERFORM 1700-LE-STATUS-CORRECAO
           PERFORM 2000-LE-RELATORIO
           PERFORM 3000-LE-CSV
           PERFORM 1100-LER-MANIFESTO
           PERFORM UNTIL WS-EOF-MAN = 'S'
      *----LINHA DE DETALHE DO MANIFESTO: URNA 1-5, MUNICIPIO 10-13,
      *    QTD DE REGISTROS 24-29, VOTOS DESCARTADOS 66-71 (EM
      *    BRANCO NO MANIFESTO ANTIGO)
               IF REG-MANIFESTO (1:5) IS NUMERIC
                  AND REG-MANIFESTO (24:6) IS NUMERIC
                   MOVE REG-MANIFESTO (24:6) TO WS-CAMPO-NUM
                   ADD WS-CAMPO-NUM-R TO WS-MAN-SOMA-REG
                   IF REG-MANIFESTO (66:6) IS NUMERIC
                       MOVE REG-MANIFESTO (66:6) TO WS-CAMPO-NUM
                       ADD WS-CAMPO-NUM-R TO WS-MAN-SOMA-DESC
                   END-IF
               END-IF
               PERFORM 1100-LER-MANIFESTO
           END-PERFORM
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1550-LE-CRITICA-CADERNO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCRITICACAD
           IF WS-CCD-STATUS = '00'
               PERFORM 1560-LER-CRITICA-CADERNO
               PERFORM UNTIL WS-EOF-CCD = 'S'
                   IF REG-CRITICA-CAD (1:22) = 'REGISTROS LIDOS:      '
                       MOVE REG-CRITICA-CAD (23:6) TO WS-CAMPO-NUM
                       MOVE WS-CAMPO-NUM-R TO WS-CAD-LIDOS
                   END-IF
                   PERFORM 1560-LER-CRITICA-CADERNO
               END-PERFORM
           END-IF
           CLOSE ARQCRITICACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       1560-LER-CRITICA-CADERNO.
      *----------------------------------------------------------------*
           READ ARQCRITICACAD
                  AT END
                     MOVE 'S' TO WS-EOF-CCD
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1580-LE-CRITICA-MAPA.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCRITICAMAPA
           IF WS-CMP-STATUS = '00'
               PERFORM 1590-LER-CRITICA-MAPA
               PERFORM UNTIL WS-EOF-CMP = 'S'
                   IF REG-CRITICA-MAPA (1:22) = 'VOTOS DE CEDULA:      '
                       MOVE REG-CRITICA-MAPA (23:6) TO WS-CAMPO-NUM
                       MOVE WS-CAMPO-NUM-R TO WS-MAP-VOTOS
                   END-IF
                   PERFORM 1590-LER-CRITICA-MAPA
               END-PERFORM
           END-IF
           CLOSE ARQCRITICAMAPA
           .
           EXIT.
      *----------------------------------------------------------------*
       1590-LER-CRITICA-MAPA.
      *----------------------------------------------------------------*
           READ ARQCRITICAMAPA
                  AT END
                     MOVE 'S' TO WS-EOF-CMP
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1700-LE-STATUS-CORRECAO.
      *----------------------------------------------------------------*
           PERFORM 4100-GRAVA-CONFERENCIA

      *----REJEITOS CORRIGIDOS E ACEITOS JA VOLTARAM A APURACAO
      *    (SUPLEMENTAR) E POR ISSO SAEM DA PARCELA DE REJEITADOS.
      *    OS VOTOS DOS MAPAS DE CEDULA ESTAO NO TOTAL APURADO MAS
      *    NAO NO MANIFESTO DAS URNAS: ENTRAM DO LADO DO MANIFESTO.
      *    OS DESCARTADOS NA CONSOLIDACAO SAEM DO LADO DO MANIFESTO.
           MOVE 'MANIF.-DESC.+CEDULAS X APUR.+REJEIT.: '
                TO WS-BD-DESC
           COMPUTE WS-SOMA-APURADA = WS-MAN-SOMA-REG - WS-MAN-SOMA-DESC
                                     + WS-MAP-VOTOS
           MOVE WS-SOMA-APURADA  TO WS-BD-VAL1
           COMPUTE WS-SOMA-APURADA = WS-REL-TOTELEITOR
                                     + WS-CRI-REJEITADOS
                                     - WS-COR-ACEITOS
           MOVE WS-SOMA-APURADA  TO WS-BD-VAL2
           PERFORM 4100-GRAVA-CONFERENCIA

      *----O CADERNO E GRAVADO JUNTO COM OS VOTOS, UM REGISTRO POR
      *    REGISTRO DO EXTRATO (MESMO O DE VOTO DESCARTADO): QUALQUER
      *    DIFERENCA INDICA CADERNO TRUNCADO OU DE OUTRA CONSOLIDACAO
           MOVE 'MANIFESTO X CADERNO DE VOTACAO:       '
                TO WS-BD-DESC
           MOVE WS-MAN-SOMA-REG  TO WS-BD-VAL1
           MOVE WS-CAD-LIDOS     TO WS-BD-VAL2
           PERFORM 4100-GRAVA-CONFERENCIA

           COMPUTE WS-SOMA-APURADA = WS-REL-BRANCO + WS-REL-NULO
                                     + WS-REL-LEGENDA
                                     + WS-REL-SUBJUD
