       SELECT ARQCRITICA ASSIGN  TO WS-PRM-ARQ-CRITICA
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----CADERNO DE VOTACAO: CRITICADO A PARTE, COM SAIDA E
      *    RELATORIO DE CRITICA PROPRIOS
       SELECT ARQCADERNO ASSIGN  TO WS-PRM-ARQ-CADERNO
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQCADAPURACAO ASSIGN  TO WS-PRM-ARQ-CADAPUR
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQCRITICACAD ASSIGN  TO WS-PRM-ARQ-CRITCAD
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----MAPAS DE APURACAO DAS SECOES QUE VOTARAM EM CEDULA: SO
      *    EXISTEM QUANDO ALGUMA URNA FALHOU, POR ISSO A ENTRADA E
      *    OPCIONAL. O APROVADO E SEMPRE GRAVADO (PODE SAIR SO COM O
      *    CONTROLE) PARA QUE O RELAPURACAO NAO LEIA MAPA VELHO.
       SELECT OPTIONAL ARQMAPA ASSIGN  TO WS-PRM-ARQ-MAPA
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-MAP-STATUS.
      *
       SELECT ARQMAPAAPUR ASSIGN  TO WS-PRM-ARQ-MAPAPUR
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQCRITICAMAPA ASSIGN  TO WS-PRM-ARQ-CRITMAPA
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----CADASTROS CONTRA OS QUAIS O MAPA E CONFERIDO: NUMEROS
      *    VOTADOS E ELEITORES APTOS DA SECAO
       SELECT ARQCANDIDATOS ASSIGN  TO WS-PRM-ARQ-CANDIDATOS
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQPARTIDOS ASSIGN  TO WS-PRM-ARQ-PARTIDOS
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQREGISTRO ASSIGN  TO WS-PRM-ARQ-REGISTRO
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----CONTROLE DE PASSOS DA CADEIA (VER CPPASPRO): O PASSO SO
      *    RODA SE O PREDECESSOR TERMINOU LIMPO PARA A MESMA
      *    ELEICAO/TURNO
           LABEL RECORD STANDARD.
       01  REG-ENTRADA            PIC X(80).

      *----SAIDA: SOMENTE REGISTROS APROVADOS, NO LAYOUT CPVOTO.
      *    E ESTE O ARQUIVO QUE O RELAPURACAO APURA.
       FD  ARQAPURACAO
           LABEL RECORD STANDARD.
           COPY CPVOTO.
      *----REGISTRO DE CONTROLE DE ELEICAO/TURNO, COPIADO DO
      *    CONSOLIDADO PARA A ENTRADA DA APURACAO
       01  REG-SAIDA-CONTROLE.
           03 SAI-CTL-TIPO     PIC X(01).
           03 SAI-CTL-ELEICAO  PIC 9(05).
           03 SAI-CTL-TURNO    PIC 9(01).
           03 FILLER           PIC X(12).

       FD  ARQCRITICA
           LABEL RECORD STANDARD.
       01  REG-CRITICA            PIC X(80).

      *----CADERNO CONSOLIDADO, TAMBEM LIDO EM BUFFER BRUTO
       FD  ARQCADERNO
           LABEL RECORD STANDARD.
       01  REG-ENTRADA-CAD        PIC X(80).

      *----CADERNO APROVADO (LAYOUT CPCADERN), LIDO PELO RELAPURACAO
      *    PARA COMPARECIMENTO, DUPLICADOS E HISTORICO
       FD  ARQCADAPURACAO
           LABEL RECORD STANDARD.
           COPY CPCADERN.
       01  REG-CAD-CONTROLE.
           03 CAD-CTL-TIPO     PIC X(01).
           03 CAD-CTL-ELEICAO  PIC 9(05).
           03 CAD-CTL-TURNO    PIC 9(01).
           03 FILLER           PIC X(19).

       FD  ARQCRITICACAD
           LABEL RECORD STANDARD.
       01  REG-CRITICA-CAD        PIC X(80).

      *----MAPA DE APURACAO DIGITADO PELA JUNTA, EM BUFFER BRUTO
       FD  ARQMAPA
           LABEL RECORD STANDARD.
       01  REG-ENTRADA-MAPA       PIC X(80).

      *----MAPAS APROVADOS (LAYOUT CPMAPA), APURADOS PELO
      *    RELAPURACAO JUNTO COM OS VOTOS DAS URNAS
       FD  ARQMAPAAPUR
           LABEL RECORD STANDARD.
           COPY CPMAPA.
       01  REG-MAPA-CONTROLE.
           03 MPC-CTL-TIPO     PIC X(01).
           03 MPC-CTL-ELEICAO  PIC 9(05).
           03 MPC-CTL-TURNO    PIC 9(01).
           03 FILLER           PIC X(19).

       FD  ARQCRITICAMAPA
           LABEL RECORD STANDARD.
       01  REG-CRITICA-MAPA       PIC X(80).

       FD  ARQCANDIDATOS
           LABEL RECORD STANDARD.
           COPY CPCANDID.

       FD  ARQPARTIDOS
           LABEL RECORD STANDARD.
           COPY CPPARTID.

       FD  ARQREGISTRO
           LABEL RECORD STANDARD.
           COPY CPREGELE.

       FD  ARQCONTROLEPASSOS
           LABEL RECORD STANDARD.
           COPY CPPASREG.
       77  WS-LINHA-FISICA PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ACEITOS  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJEITADOS PIC 9(06) VALUE ZEROS.
      *----CONTADORES DA CRITICA DO CADERNO DE VOTACAO
       77  WS-EOF-CAD      PIC X(01) VALUE ' '.
       77  WS-CAD-LIDOS    PIC 9(06) VALUE ZEROS.
       77  WS-CAD-LINHA-FISICA PIC 9(06) VALUE ZEROS.
       77  WS-CAD-ACEITOS  PIC 9(06) VALUE ZEROS.
       77  WS-CAD-REJEITADOS PIC 9(06) VALUE ZEROS.
      *----CONTADORES DA CRITICA DOS MAPAS DE APURACAO: LINHAS
      *    (ITENS) E MAPAS INTEIROS - UM MAPA E UM CARGO DE UMA SECAO
      *    E E ACEITO OU REJEITADO POR INTEIRO
       77  WS-EOF-MAPA     PIC X(01) VALUE ' '.
       77  WS-MAP-STATUS   PIC X(02) VALUE '00'.
       77  WS-MAP-LIDOS    PIC 9(06) VALUE ZEROS.
       77  WS-MAP-LINHA-FISICA PIC 9(06) VALUE ZEROS.
       77  WS-MAP-ACEITOS  PIC 9(06) VALUE ZEROS.
       77  WS-MAP-REJEITADOS PIC 9(06) VALUE ZEROS.
       77  WS-MAP-QTD-ACEITOS PIC 9(06) VALUE ZEROS.
       77  WS-MAP-QTD-REJEITADOS PIC 9(06) VALUE ZEROS.
       77  WS-MAP-VOTOS    PIC 9(06) VALUE ZEROS.

      *----MAPA EM MONTAGEM: ITENS DA MESMA CHAVE CARGO/MUNICIPIO/
      *    ZONA/SECAO, CRITICADOS JUNTOS NA TROCA DE CHAVE
       77  WS-MAX-ITENS-MAPA PIC 9(03) VALUE 300.
       77  WS-MPG-QTD-ITENS PIC 9(03) VALUE ZEROS.
       77  WS-MPG-EXCEDENTES PIC 9(06) VALUE ZEROS.
       77  WS-MPG-IDX      PIC 9(03) VALUE ZEROS.
       77  WS-MPG-IDX2     PIC 9(03) VALUE ZEROS.
       77  WS-MPG-VALIDO   PIC X(01) VALUE 'S'.
       77  WS-MPG-CODIGO   PIC X(02) VALUE SPACES.
       77  WS-MPG-TEXTO    PIC X(25) VALUE SPACES.
       77  WS-MPG-SOMA     PIC 9(07) VALUE ZEROS.
       77  WS-MPG-COMPAREC PIC 9(07) VALUE ZEROS.
       77  WS-MPG-QTD-C    PIC 9(03) VALUE ZEROS.
       77  WS-MPG-APTOS    PIC 9(06) VALUE ZEROS.
       77  WS-MPG-ACHADO   PIC X(01) VALUE 'N'.
       77  WS-MPG-CHAVE-ANT PIC X(14) VALUE LOW-VALUES.
       01  WS-MPG-CHAVE    PIC X(14) VALUE SPACES.
       01  WS-MPG-CHAVE-R REDEFINES WS-MPG-CHAVE.
           03 WS-MPG-CARGO     PIC 9(02).
           03 WS-MPG-MUNICIPIO PIC 9(04).
           03 WS-MPG-ZONA      PIC 9(04).
           03 WS-MPG-SECAO     PIC 9(04).
       01  WS-TAB-MAPA.
           03 WS-MPG-ITEM OCCURS 300 TIMES.
              05 WS-MPG-LINHA  PIC X(41).
              05 WS-MPG-NUMLIN PIC 9(06).
              05 WS-MPG-COD    PIC X(02).
              05 WS-MPG-MOTIVO PIC X(25).

      *----NUMEROS VALIDOS PARA O MAPA: CANDIDATOS DO ROSTER (EM
      *    QUALQUER SITUACAO - O DESTINO DO VOTO E DECIDIDO NA
      *    APURACAO) E PARTIDOS, PARA O VOTO DE LEGENDA
       77  WS-CAND-EOF     PIC X(01) VALUE ' '.
       77  WS-MAX-CANDIDATOS PIC 9(03) VALUE 500.
       77  WS-QTD-CAND     PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CAND     PIC 9(03) VALUE ZEROS.
       01  WS-TAB-CANDIDATOS.
           03 WS-CAND-ITEM OCCURS 500 TIMES.
              05 WS-CAND-CARGO     PIC 9(02).
              05 WS-CAND-MUNICIPIO PIC 9(04).
              05 WS-CAND-NUMERO    PIC 9(05).
       77  WS-PART-EOF     PIC X(01) VALUE ' '.
       77  WS-MAX-PARTIDOS PIC 9(02) VALUE 30.
       77  WS-QTD-PART     PIC 9(02) VALUE ZEROS.
       77  WS-IDX-PART     PIC 9(02) VALUE ZEROS.
       01  WS-TAB-PARTIDOS.
           03 WS-PART-NUMERO OCCURS 30 TIMES PIC 9(02).

      *----ELEITORES APTOS POR ZONA/SECAO DO CADASTRO ELEITORAL
       77  WS-REG-EOF      PIC X(01) VALUE ' '.
       77  WS-MAX-SECOES   PIC 9(04) VALUE 5000.
       77  WS-QTD-SECOES   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-SEC      PIC 9(04) VALUE ZEROS.
       77  WS-SEC-ACHADA   PIC X(01) VALUE 'N'.
       01  WS-TAB-SECOES.
           03 WS-SEC-ITEM OCCURS 5000 TIMES.
              05 WS-SEC-ZONA   PIC 9(04) VALUE ZEROS.
              05 WS-SEC-SECAO  PIC 9(04) VALUE ZEROS.
              05 WS-SEC-APTOS  PIC 9(06) VALUE ZEROS.

      *----VOTOS DE URNA ACEITOS POR CARGO/MUNICIPIO/ZONA/SECAO: A
      *    APURACAO SOMA URNA E MAPA NO MESMO GRUPO, ENTAO O MAPA E
      *    CONFERIDO CONTRA OS APTOS JUNTO COM OS VOTOS DE URNA. O
      *    CONSOLIDADO VEM EM SEQUENCIAS DA MESMA CHAVE (NO MODO
      *    PARCIAL UMA POR LEVA), DAI A CHAVE ANTERIOR GUARDADA.
       77  WS-MAX-URNA-SEC PIC 9(05) VALUE 20000.
       77  WS-QTD-URNA-SEC PIC 9(05) VALUE ZEROS.
       77  WS-IDX-URNA-SEC PIC 9(05) VALUE ZEROS.
       77  WS-URNA-ACHADA  PIC X(01) VALUE 'N'.
       77  WS-URNA-CHAVE-ANT PIC X(14) VALUE LOW-VALUES.
       77  WS-MPG-URNA     PIC 9(06) VALUE ZEROS.
       01  WS-TAB-URNA-SECAO.
           03 WS-URN-ITEM OCCURS 20000 TIMES.
              05 WS-URN-CHAVE  PIC X(14).
              05 WS-URN-QTD    PIC 9(06).

       COPY CPPARAM.

           03 FILLER  PIC X(38) VALUE
              'Relatorio de Critica da Entrada da Apu'.
           03 FILLER  PIC X(42) VALUE 'racao'.
       01  WS-CRI-CABECALHO-CAD.
           03 FILLER  PIC X(41) VALUE
              'Relatorio de Critica do Caderno de Votaca'.
           03 FILLER  PIC X(39) VALUE 'o'.
       01  WS-CRI-CABECALHO-MAPA.
           03 FILLER  PIC X(43) VALUE
              'Relatorio de Critica dos Mapas de Apuracao '.
           03 FILLER  PIC X(37) VALUE 'de Cedulas'.
       01  WS-CRI-CABECALHO2.
           03 FILLER  PIC X(04) VALUE 'Cod'.
           03 FILLER  PIC X(27) VALUE 'Motivo'.
           03 FILLER        PIC X(22) VALUE 'REGISTROS REJEITADOS: '.
           03 WS-CT-REJ     PIC 9(06).
           03 FILLER        PIC X(52) VALUE SPACES.
       01  WS-CRI-TOT-MAPAS-ACE.
           03 FILLER        PIC X(22) VALUE 'MAPAS ACEITOS:        '.
           03 WS-CT-MAPAS-ACE PIC 9(06).
           03 FILLER        PIC X(52) VALUE SPACES.
       01  WS-CRI-TOT-MAPAS-REJ.
           03 FILLER        PIC X(22) VALUE 'MAPAS REJEITADOS:     '.
           03 WS-CT-MAPAS-REJ PIC 9(06).
           03 FILLER        PIC X(52) VALUE SPACES.
      *----COMPARECIMENTO DOS MAPAS ACEITOS: ENTRA NA APURACAO SEM
      *    PASSAR PELO MANIFESTO DAS URNAS (CONFERIDO PELO BATECONTAS)
       01  WS-CRI-TOT-CEDULAS.
           03 FILLER        PIC X(22) VALUE 'VOTOS DE CEDULA:      '.
           03 WS-CT-CEDULAS PIC 9(06).
           03 FILLER        PIC X(52) VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MOVE 'E'            TO SAI-CTL-TIPO
           MOVE WS-PRM-ELEICAO TO SAI-CTL-ELEICAO
           MOVE WS-PRM-TURNO   TO SAI-CTL-TURNO
           MOVE SPACES         TO REG-SAIDA-CONTROLE (8:12)
           WRITE REG-VOTO FROM REG-SAIDA-CONTROLE
           OPEN OUTPUT ARQCRITICA
           WRITE REG-CRITICA FROM WS-CRI-CABECALHO1
           WRITE REG-CRITICA FROM WS-PONTILHADO
           DISPLAY 'CRITICA CONCLUIDA - LIDOS: ' WS-QTD-LIDOS
                   ' ACEITOS: ' WS-QTD-ACEITOS
                   ' REJEITADOS: ' WS-QTD-REJEITADOS

           PERFORM 3000-CRITICA-CADERNO

           PERFORM 4000-CRITICA-MAPA

           IF WS-QTD-REJEITADOS > 0
              OR WS-CAD-REJEITADOS > 0
              OR WS-MAP-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0520-ENCERRA-PASSO
      *    8000-CRITICA-LINHA (CPCRIPRO): RECONTAGEM E CORRECAO DE
      *    REJEITOS APLICAM EXATAMENTE AS MESMAS CRITICAS.
           MOVE REG-ENTRADA TO WS-CRI-BUFFER
           MOVE 'V'         TO WS-CRI-LAYOUT
           PERFORM 8000-CRITICA-LINHA

           IF WS-CRI-VALIDO = 'S'
               ADD 1 TO WS-QTD-ACEITOS
               WRITE REG-VOTO FROM REG-ENTRADA (1:19)
               PERFORM 2200-ACUMULA-URNA-SECAO
           ELSE
               PERFORM 2100-GRAVA-REJEITO
           END-IF
                   ' LINHA ' WS-CRI-LINHA
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULA-URNA-SECAO.
      *----------------------------------------------------------------*
           IF REG-ENTRADA (1:14) = WS-URNA-CHAVE-ANT
               MOVE 'S' TO WS-URNA-ACHADA
           ELSE
               MOVE 'N' TO WS-URNA-ACHADA
               MOVE 1 TO WS-IDX-URNA-SEC
               PERFORM UNTIL WS-IDX-URNA-SEC > WS-QTD-URNA-SEC
                             OR WS-URNA-ACHADA = 'S'
                   IF WS-URN-CHAVE (WS-IDX-URNA-SEC) =
                      REG-ENTRADA (1:14)
                       MOVE 'S' TO WS-URNA-ACHADA
                   ELSE
                       ADD 1 TO WS-IDX-URNA-SEC
                   END-IF
               END-PERFORM
           END-IF

           IF WS-URNA-ACHADA NOT = 'S'
               IF WS-QTD-URNA-SEC < WS-MAX-URNA-SEC
                   ADD 1 TO WS-QTD-URNA-SEC
                   MOVE WS-QTD-URNA-SEC TO WS-IDX-URNA-SEC
                   MOVE REG-ENTRADA (1:14)
                        TO WS-URN-CHAVE (WS-IDX-URNA-SEC)
                   MOVE ZEROS TO WS-URN-QTD (WS-IDX-URNA-SEC)
                   MOVE 'S' TO WS-URNA-ACHADA
               ELSE
                   DISPLAY 'CONSOLIDADO EXCEDE O LIMITE DE '
                           WS-MAX-URNA-SEC ' CARGOS/SECOES - VOTOS '
                           'FORA DA CONFERENCIA DOS MAPAS: '
                           REG-ENTRADA (1:14)
               END-IF
           END-IF

           IF WS-URNA-ACHADA = 'S'
               ADD 1 TO WS-URN-QTD (WS-IDX-URNA-SEC)
               MOVE REG-ENTRADA (1:14) TO WS-URNA-CHAVE-ANT
           ELSE
               MOVE LOW-VALUES TO WS-URNA-CHAVE-ANT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-CRITICA-CADERNO.
      *----------------------------------------------------------------*
      *----O CADERNO DE VOTACAO PASSA PELAS MESMAS REGRAS NO LAYOUT
      *    CPCADERN. OS REJEITOS VAO PARA UM RELATORIO PROPRIO: O
      *    ARQCRITICA CONTINUA SENDO SO DE REGISTROS DE VOTO, QUE E O
      *    QUE O CICLO DE CORRECAO E O BATECONTAS CONFEREM.
           OPEN INPUT ARQCADERNO
           PERFORM 3100-VERIFICA-CONTROLE-CAD
           OPEN OUTPUT ARQCADAPURACAO
           MOVE 'E'            TO CAD-CTL-TIPO
           MOVE WS-PRM-ELEICAO TO CAD-CTL-ELEICAO
           MOVE WS-PRM-TURNO   TO CAD-CTL-TURNO
           MOVE SPACES         TO REG-CAD-CONTROLE (8:19)
           WRITE REG-CADERNO FROM REG-CAD-CONTROLE
           OPEN OUTPUT ARQCRITICACAD
           WRITE REG-CRITICA-CAD FROM WS-CRI-CABECALHO-CAD
           WRITE REG-CRITICA-CAD FROM WS-PONTILHADO
           WRITE REG-CRITICA-CAD FROM WS-CRI-CABECALHO2
           WRITE REG-CRITICA-CAD FROM WS-PONTILHADO

           PERFORM 3200-LER-CADERNO
           PERFORM UNTIL WS-EOF-CAD = 'S'
               PERFORM 3300-CRITICA-REG-CADERNO
               PERFORM 3200-LER-CADERNO
           END-PERFORM

           WRITE REG-CRITICA-CAD FROM WS-PONTILHADO
           MOVE WS-CAD-LIDOS     TO WS-CT-LIDOS
           WRITE REG-CRITICA-CAD FROM WS-CRI-TOT-LIDOS
           MOVE WS-CAD-ACEITOS   TO WS-CT-ACEITOS
           WRITE REG-CRITICA-CAD FROM WS-CRI-TOT-ACEITOS
           MOVE WS-CAD-REJEITADOS TO WS-CT-REJ
           WRITE REG-CRITICA-CAD FROM WS-CRI-TOT-REJ

           CLOSE ARQCADERNO ARQCADAPURACAO ARQCRITICACAD

           DISPLAY 'CRITICA DO CADERNO CONCLUIDA - LIDOS: '
                   WS-CAD-LIDOS
                   ' ACEITOS: ' WS-CAD-ACEITOS
                   ' REJEITADOS: ' WS-CAD-REJEITADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-VERIFICA-CONTROLE-CAD.
      *----------------------------------------------------------------*
           READ ARQCADERNO
                  AT END
                     CONTINUE
           END-READ
           MOVE 1 TO WS-CAD-LINHA-FISICA
           IF REG-ENTRADA-CAD (1:1) NOT = 'E'
               DISPLAY 'CADERNO SEM REGISTRO DE CONTROLE DE '
                       'ELEICAO - CRITICA ABANDONADA'
               CLOSE ARQCADERNO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF REG-ENTRADA-CAD (2:5) NOT = WS-PRM-ELEICAO (1:5)
              OR REG-ENTRADA-CAD (7:1) NOT = WS-PRM-TURNO (1:1)
               DISPLAY 'CADERNO DE OUTRA ELEICAO/TURNO ('
                       REG-ENTRADA-CAD (2:6) ') - ESPERADO ('
                       WS-PRM-ELEICAO WS-PRM-TURNO
                       ') - CRITICA ABANDONADA'
               CLOSE ARQCADERNO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-LER-CADERNO.
      *----------------------------------------------------------------*
           READ ARQCADERNO
                  AT END
                     MOVE 'S' TO WS-EOF-CAD
                  NOT AT END
                     ADD 1 TO WS-CAD-LIDOS
                     ADD 1 TO WS-CAD-LINHA-FISICA
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-CRITICA-REG-CADERNO.
      *----------------------------------------------------------------*
           MOVE REG-ENTRADA-CAD TO WS-CRI-BUFFER
           MOVE 'C'             TO WS-CRI-LAYOUT
           PERFORM 8000-CRITICA-LINHA

           IF WS-CRI-VALIDO = 'S'
               ADD 1 TO WS-CAD-ACEITOS
               WRITE REG-CADERNO FROM REG-ENTRADA-CAD (1:26)
           ELSE
               ADD 1 TO WS-CAD-REJEITADOS
               MOVE WS-CRI-CODIGO       TO WS-CRI-COD
               MOVE WS-CRI-TEXTO        TO WS-CRI-MOTIVO
               MOVE WS-CAD-LINHA-FISICA TO WS-CRI-LINHA
               MOVE REG-ENTRADA-CAD (1:41) TO WS-CRI-DADOS
               WRITE REG-CRITICA-CAD FROM WS-CRI-DETALHE
               DISPLAY 'CADERNO REJEITADO - COD ' WS-CRI-COD
                       ' LINHA ' WS-CRI-LINHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-CRITICA-MAPA.
      *----------------------------------------------------------------*
      *----MAPAS DE APURACAO DE CEDULAS: CADA ITEM PASSA PELAS REGRAS
      *    DE REGISTRO (LAYOUT 'M' DE CPCRIPRO) E CADA MAPA (CARGO DE
      *    UMA SECAO) E CONFERIDO INTEIRO CONTRA O ROSTER E OS APTOS
      *    DO CADASTRO. MAPA COM QUALQUER FALHA E REJEITADO INTEIRO:
      *    APURAR SO PARTE DOS ITENS DISTORCERIA O RESULTADO DA SECAO.
           PERFORM 4100-CARREGA-CADASTROS
           MOVE SPACE TO WS-EOF-MAPA
           OPEN INPUT ARQMAPA
           PERFORM 4200-VERIFICA-CONTROLE-MAPA
           OPEN OUTPUT ARQMAPAAPUR
           MOVE 'E'            TO MPC-CTL-TIPO
           MOVE WS-PRM-ELEICAO TO MPC-CTL-ELEICAO
           MOVE WS-PRM-TURNO   TO MPC-CTL-TURNO
           MOVE SPACES         TO REG-MAPA-CONTROLE (8:19)
           WRITE REG-MAPA FROM REG-MAPA-CONTROLE
           OPEN OUTPUT ARQCRITICAMAPA
           WRITE REG-CRITICA-MAPA FROM WS-CRI-CABECALHO-MAPA
           WRITE REG-CRITICA-MAPA FROM WS-PONTILHADO
           WRITE REG-CRITICA-MAPA FROM WS-CRI-CABECALHO2
           WRITE REG-CRITICA-MAPA FROM WS-PONTILHADO

           MOVE ZEROS TO WS-MPG-QTD-ITENS
           MOVE ZEROS TO WS-MPG-EXCEDENTES
           IF WS-EOF-MAPA NOT = 'S'
               PERFORM 4300-LER-MAPA
           END-IF
           PERFORM UNTIL WS-EOF-MAPA = 'S'
               IF WS-MPG-QTD-ITENS > 0
                  AND REG-ENTRADA-MAPA (1:14) NOT = WS-MPG-CHAVE
                   PERFORM 4400-FECHA-MAPA
               END-IF
               PERFORM 4350-GUARDA-ITEM
               PERFORM 4300-LER-MAPA
           END-PERFORM
           IF WS-MPG-QTD-ITENS > 0
               PERFORM 4400-FECHA-MAPA
           END-IF

           WRITE REG-CRITICA-MAPA FROM WS-PONTILHADO
           MOVE WS-MAP-LIDOS     TO WS-CT-LIDOS
           WRITE REG-CRITICA-MAPA FROM WS-CRI-TOT-LIDOS
           MOVE WS-MAP-ACEITOS   TO WS-CT-ACEITOS
           WRITE REG-CRITICA-MAPA FROM WS-CRI-TOT-ACEITOS
           MOVE WS-MAP-REJEITADOS TO WS-CT-REJ
           WRITE REG-CRITICA-MAPA FROM WS-CRI-TOT-REJ
           MOVE WS-MAP-QTD-ACEITOS TO WS-CT-MAPAS-ACE
           WRITE REG-CRITICA-MAPA FROM WS-CRI-TOT-MAPAS-ACE
           MOVE WS-MAP-QTD-REJEITADOS TO WS-CT-MAPAS-REJ
           WRITE REG-CRITICA-MAPA FROM WS-CRI-TOT-MAPAS-REJ
           MOVE WS-MAP-VOTOS     TO WS-CT-CEDULAS
           WRITE REG-CRITICA-MAPA FROM WS-CRI-TOT-CEDULAS

           CLOSE ARQMAPA ARQMAPAAPUR ARQCRITICAMAPA

           DISPLAY 'CRITICA DOS MAPAS CONCLUIDA - MAPAS ACEITOS: '
                   WS-MAP-QTD-ACEITOS
                   ' REJEITADOS: ' WS-MAP-QTD-REJEITADOS
                   ' VOTOS DE CEDULA: ' WS-MAP-VOTOS
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-CARREGA-CADASTROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCANDIDATOS
           MOVE SPACE TO WS-CAND-EOF
           PERFORM 4110-LER-CANDIDATO
           PERFORM UNTIL WS-CAND-EOF = 'S'
               IF WS-QTD-CAND < WS-MAX-CANDIDATOS
                   ADD 1 TO WS-QTD-CAND
                   MOVE CAND-CARGO     TO WS-CAND-CARGO (WS-QTD-CAND)
                   MOVE CAND-MUNICIPIO
                        TO WS-CAND-MUNICIPIO (WS-QTD-CAND)
                   MOVE CAND-NUMERO    TO WS-CAND-NUMERO (WS-QTD-CAND)
               ELSE
                   DISPLAY 'ARQCANDIDATOS.TXT EXCEDE O LIMITE DE '
                           WS-MAX-CANDIDATOS ' CANDIDATOS - REGISTRO '
                           'IGNORADO: ' CAND-NUMERO
               END-IF
               PERFORM 4110-LER-CANDIDATO
           END-PERFORM
           CLOSE ARQCANDIDATOS

           OPEN INPUT ARQPARTIDOS
           MOVE SPACE TO WS-PART-EOF
           PERFORM 4120-LER-PARTIDO
           PERFORM UNTIL WS-PART-EOF = 'S'
               IF WS-QTD-PART < WS-MAX-PARTIDOS
                   ADD 1 TO WS-QTD-PART
                   MOVE PART-NUMERO TO WS-PART-NUMERO (WS-QTD-PART)
               ELSE
                   DISPLAY 'ARQPARTIDOS.TXT EXCEDE O LIMITE DE '
                           WS-MAX-PARTIDOS ' PARTIDOS - REGISTRO '
                           'IGNORADO: ' PART-NUMERO
               END-IF
               PERFORM 4120-LER-PARTIDO
           END-PERFORM
           CLOSE ARQPARTIDOS

           OPEN INPUT ARQREGISTRO
           MOVE SPACE TO WS-REG-EOF
           PERFORM 4130-LER-REGISTRO
           PERFORM UNTIL WS-REG-EOF = 'S'
               IF ELE-TITULO > 0
                  AND ELE-SITUACAO = 'A'
                   PERFORM 4140-ACUMULA-SECAO
               END-IF
               PERFORM 4130-LER-REGISTRO
           END-PERFORM
           CLOSE ARQREGISTRO
           .
           EXIT.
      *----------------------------------------------------------------*
       4110-LER-CANDIDATO.
      *----------------------------------------------------------------*
           READ ARQCANDIDATOS
                  AT END
                     MOVE 'S' TO WS-CAND-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       4120-LER-PARTIDO.
      *----------------------------------------------------------------*
           READ ARQPARTIDOS
                  AT END
                     MOVE 'S' TO WS-PART-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       4130-LER-REGISTRO.
      *----------------------------------------------------------------*
           READ ARQREGISTRO
                  AT END
                     MOVE 'S' TO WS-REG-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       4140-ACUMULA-SECAO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SEC-ACHADA
           MOVE 1 TO WS-IDX-SEC
           PERFORM UNTIL WS-IDX-SEC > WS-QTD-SECOES
                         OR WS-SEC-ACHADA = 'S'
               IF WS-SEC-ZONA  (WS-IDX-SEC) = ELE-ZONA
                  AND WS-SEC-SECAO (WS-IDX-SEC) = ELE-SECAO
                   MOVE 'S' TO WS-SEC-ACHADA
               ELSE
                   ADD 1 TO WS-IDX-SEC
               END-IF
           END-PERFORM

           IF WS-SEC-ACHADA = 'S'
               ADD 1 TO WS-SEC-APTOS (WS-IDX-SEC)
           ELSE
               IF WS-QTD-SECOES < WS-MAX-SECOES
                   ADD 1 TO WS-QTD-SECOES
                   MOVE WS-QTD-SECOES TO WS-IDX-SEC
                   MOVE ELE-ZONA  TO WS-SEC-ZONA  (WS-IDX-SEC)
                   MOVE ELE-SECAO TO WS-SEC-SECAO (WS-IDX-SEC)
                   MOVE 1         TO WS-SEC-APTOS (WS-IDX-SEC)
               ELSE
                   DISPLAY 'ARQREGISTROELEITORAL.TXT EXCEDE O LIMITE '
                           'DE ' WS-MAX-SECOES ' SECOES - ZONA/SECAO '
                           'SEM APTOS NA CRITICA DOS MAPAS: '
                           ELE-ZONA '/' ELE-SECAO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-VERIFICA-CONTROLE-MAPA.
      *----------------------------------------------------------------*
      *----SEM ARQUIVO DE MAPAS (NENHUMA SECAO EM CEDULA) A CRITICA
      *    SO GRAVA O APROVADO VAZIO. HAVENDO MAPAS, A PRIMEIRA LINHA
      *    E O CONTROLE 'E' DA ELEICAO/TURNO, COMO NAS DEMAIS ENTRADAS.
           READ ARQMAPA
                  AT END
                     MOVE 'S' TO WS-EOF-MAPA
           END-READ
           IF WS-EOF-MAPA NOT = 'S'
               MOVE 1 TO WS-MAP-LINHA-FISICA
               IF REG-ENTRADA-MAPA (1:1) NOT = 'E'
                   DISPLAY 'MAPA DE APURACAO SEM REGISTRO DE CONTROLE '
                           'DE ELEICAO - CRITICA ABANDONADA'
                   CLOSE ARQMAPA
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF REG-ENTRADA-MAPA (2:5) NOT = WS-PRM-ELEICAO (1:5)
                  OR REG-ENTRADA-MAPA (7:1) NOT = WS-PRM-TURNO (1:1)
                   DISPLAY 'MAPA DE APURACAO DE OUTRA ELEICAO/TURNO ('
                           REG-ENTRADA-MAPA (2:6) ') - ESPERADO ('
                           WS-PRM-ELEICAO WS-PRM-TURNO
                           ') - CRITICA ABANDONADA'
                   CLOSE ARQMAPA
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4300-LER-MAPA.
      *----------------------------------------------------------------*
           READ ARQMAPA
                  AT END
                     MOVE 'S' TO WS-EOF-MAPA
                  NOT AT END
                     ADD 1 TO WS-MAP-LIDOS
                     ADD 1 TO WS-MAP-LINHA-FISICA
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       4350-GUARDA-ITEM.
      *----------------------------------------------------------------*
      *----A CRITICA DE REGISTRO E FEITA NA HORA; O RESULTADO FICA
      *    GUARDADO COM O ITEM ATE A TROCA DE CHAVE
           IF WS-MPG-QTD-ITENS = 0
               MOVE REG-ENTRADA-MAPA (1:14) TO WS-MPG-CHAVE
           END-IF
           IF WS-MPG-QTD-ITENS < WS-MAX-ITENS-MAPA
               ADD 1 TO WS-MPG-QTD-ITENS
               MOVE REG-ENTRADA-MAPA TO WS-CRI-BUFFER
               MOVE 'M'              TO WS-CRI-LAYOUT
               PERFORM 8000-CRITICA-LINHA
               MOVE REG-ENTRADA-MAPA (1:41)
                    TO WS-MPG-LINHA  (WS-MPG-QTD-ITENS)
               MOVE WS-MAP-LINHA-FISICA
                    TO WS-MPG-NUMLIN (WS-MPG-QTD-ITENS)
               MOVE WS-CRI-CODIGO TO WS-MPG-COD    (WS-MPG-QTD-ITENS)
               MOVE WS-CRI-TEXTO  TO WS-MPG-MOTIVO (WS-MPG-QTD-ITENS)
           ELSE
               ADD 1 TO WS-MPG-EXCEDENTES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4400-FECHA-MAPA.
      *----------------------------------------------------------------*
      *----CONFERENCIA DO MAPA INTEIRO, NA ORDEM: ITENS VALIDOS,
      *    ORDEM DA CHAVE, NUMEROS NO CADASTRO, SOMA DOS VOTOS (MAIS
      *    OS DE URNA JA ACEITOS NO MESMO CARGO/SECAO) CONTRA OS APTOS
      *    DA SECAO E SOMA DO MAPA CONTRA O COMPARECIMENTO DECLARADO
           MOVE 'S'    TO WS-MPG-VALIDO
           MOVE SPACES TO WS-MPG-CODIGO
           MOVE SPACES TO WS-MPG-TEXTO
           MOVE ZEROS  TO WS-MPG-SOMA
           MOVE ZEROS  TO WS-MPG-COMPAREC
           MOVE ZEROS  TO WS-MPG-QTD-C

           IF WS-MPG-EXCEDENTES > 0
               MOVE 'N'  TO WS-MPG-VALIDO
               MOVE '16' TO WS-MPG-CODIGO
               MOVE 'MAPA EXCEDE 300 ITENS' TO WS-MPG-TEXTO
           END-IF
           MOVE 1 TO WS-MPG-IDX
           PERFORM UNTIL WS-MPG-IDX > WS-MPG-QTD-ITENS
                         OR WS-MPG-VALIDO = 'N'
               IF WS-MPG-COD (WS-MPG-IDX) NOT = SPACES
                   MOVE 'N' TO WS-MPG-VALIDO
                   MOVE WS-MPG-COD    (WS-MPG-IDX) TO WS-MPG-CODIGO
                   MOVE WS-MPG-MOTIVO (WS-MPG-IDX) TO WS-MPG-TEXTO
               END-IF
               ADD 1 TO WS-MPG-IDX
           END-PERFORM

           IF WS-MPG-VALIDO = 'S'
               IF WS-MPG-CHAVE NOT > WS-MPG-CHAVE-ANT
                   MOVE 'N'  TO WS-MPG-VALIDO
                   MOVE '14' TO WS-MPG-CODIGO
                   MOVE 'MAPA FORA DE ORDEM' TO WS-MPG-TEXTO
               ELSE
                   MOVE WS-MPG-CHAVE TO WS-MPG-CHAVE-ANT
               END-IF
           END-IF

           MOVE 1 TO WS-MPG-IDX
           PERFORM UNTIL WS-MPG-IDX > WS-MPG-QTD-ITENS
                         OR WS-MPG-VALIDO = 'N'
               PERFORM 4410-CONFERE-ITEM
               ADD 1 TO WS-MPG-IDX
           END-PERFORM

           IF WS-MPG-VALIDO = 'S'
               PERFORM 4430-BUSCA-APTOS
               PERFORM 4440-BUSCA-VOTOS-URNA
               IF WS-MPG-SOMA + WS-MPG-URNA > WS-MPG-APTOS
                   MOVE 'N'  TO WS-MPG-VALIDO
                   MOVE '12' TO WS-MPG-CODIGO
                   MOVE 'VOTOS EXCEDEM OS APTOS' TO WS-MPG-TEXTO
               ELSE
                   IF WS-MPG-QTD-C = 0
                      OR WS-MPG-SOMA NOT = WS-MPG-COMPAREC
                       MOVE 'N'  TO WS-MPG-VALIDO
                       MOVE '13' TO WS-MPG-CODIGO
                       MOVE 'TOTAL DIFERE DO COMPAREC.' TO WS-MPG-TEXTO
                   END-IF
               END-IF
           END-IF

           IF WS-MPG-VALIDO = 'S'
               PERFORM 4450-GRAVA-MAPA-ACEITO
           ELSE
               PERFORM 4460-GRAVA-MAPA-REJEITADO
           END-IF
           MOVE ZEROS TO WS-MPG-QTD-ITENS
           MOVE ZEROS TO WS-MPG-EXCEDENTES
           .
           EXIT.
      *----------------------------------------------------------------*
       4410-CONFERE-ITEM.
      *----------------------------------------------------------------*
      *----O ITEM E MOVIDO PARA O REGISTRO DE SAIDA SO PARA USAR OS
      *    CAMPOS DE CPMAPA; A GRAVACAO E FEITA DEPOIS, SE O MAPA
      *    INTEIRO FOR ACEITO
           MOVE WS-MPG-LINHA (WS-MPG-IDX) (1:26) TO REG-MAPA
           EVALUATE MAP-TIPO
               WHEN 'C'
                   ADD 1 TO WS-MPG-QTD-C
                   ADD MAP-QTD TO WS-MPG-COMPAREC
               WHEN 'V'
                   ADD MAP-QTD TO WS-MPG-SOMA
                   PERFORM 4420-LOCALIZA-NUMERO
                   IF WS-MPG-ACHADO NOT = 'S'
                       MOVE 'N'  TO WS-MPG-VALIDO
                       MOVE '11' TO WS-MPG-CODIGO
                       MOVE 'NUMERO NAO CADASTRADO' TO WS-MPG-TEXTO
                   END-IF
               WHEN OTHER
                   ADD MAP-QTD TO WS-MPG-SOMA
           END-EVALUATE

      *----CADA NUMERO (E CADA BRANCO/NULO/COMPARECIMENTO) SO PODE
      *    APARECER UMA VEZ NO MAPA
           MOVE 1 TO WS-MPG-IDX2
           PERFORM UNTIL WS-MPG-IDX2 >= WS-MPG-IDX
                         OR WS-MPG-VALIDO = 'N'
               IF WS-MPG-LINHA (WS-MPG-IDX2) (15:6) =
                  WS-MPG-LINHA (WS-MPG-IDX)  (15:6)
                   MOVE 'N'  TO WS-MPG-VALIDO
                   MOVE '15' TO WS-MPG-CODIGO
                   MOVE 'ITEM REPETIDO NO MAPA' TO WS-MPG-TEXTO
               END-IF
               ADD 1 TO WS-MPG-IDX2
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4420-LOCALIZA-NUMERO.
      *----------------------------------------------------------------*
      *----MUNICIPIO ZERO NO ROSTER E CANDIDATO ESTADUAL; NO CARGO
      *    PROPORCIONAL O NUMERO DE PARTIDO E VOTO DE LEGENDA
           MOVE 'N' TO WS-MPG-ACHADO
           MOVE 1 TO WS-IDX-CAND
           PERFORM UNTIL WS-IDX-CAND > WS-QTD-CAND
                         OR WS-MPG-ACHADO = 'S'
               IF WS-CAND-CARGO (WS-IDX-CAND) = MAP-CARGO
                  AND WS-CAND-NUMERO (WS-IDX-CAND) = MAP-NUMERO
                  AND (WS-CAND-MUNICIPIO (WS-IDX-CAND) = 0
                       OR WS-CAND-MUNICIPIO (WS-IDX-CAND)
                          = MAP-MUNICIPIO)
                   MOVE 'S' TO WS-MPG-ACHADO
               ELSE
                   ADD 1 TO WS-IDX-CAND
               END-IF
           END-PERFORM
           IF WS-MPG-ACHADO NOT = 'S'
              AND MAP-CARGO = WS-PRM-CARGOPROP
              AND MAP-NUMERO < 100
               MOVE 1 TO WS-IDX-PART
               PERFORM UNTIL WS-IDX-PART > WS-QTD-PART
                             OR WS-MPG-ACHADO = 'S'
                   IF WS-PART-NUMERO (WS-IDX-PART) = MAP-NUMERO
                       MOVE 'S' TO WS-MPG-ACHADO
                   ELSE
                       ADD 1 TO WS-IDX-PART
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4430-BUSCA-APTOS.
      *----------------------------------------------------------------*
      *----SECAO AUSENTE DO CADASTRO TEM ZERO APTOS: QUALQUER VOTO
      *    NELA EXCEDE OS APTOS E O MAPA E REJEITADO
           MOVE ZEROS TO WS-MPG-APTOS
           MOVE 'N' TO WS-SEC-ACHADA
           MOVE 1 TO WS-IDX-SEC
           PERFORM UNTIL WS-IDX-SEC > WS-QTD-SECOES
                         OR WS-SEC-ACHADA = 'S'
               IF WS-SEC-ZONA  (WS-IDX-SEC) = WS-MPG-ZONA
                  AND WS-SEC-SECAO (WS-IDX-SEC) = WS-MPG-SECAO
                   MOVE 'S' TO WS-SEC-ACHADA
                   MOVE WS-SEC-APTOS (WS-IDX-SEC) TO WS-MPG-APTOS
               ELSE
                   ADD 1 TO WS-IDX-SEC
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4440-BUSCA-VOTOS-URNA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-MPG-URNA
           MOVE 'N' TO WS-URNA-ACHADA
           MOVE 1 TO WS-IDX-URNA-SEC
           PERFORM UNTIL WS-IDX-URNA-SEC > WS-QTD-URNA-SEC
                         OR WS-URNA-ACHADA = 'S'
               IF WS-URN-CHAVE (WS-IDX-URNA-SEC) = WS-MPG-CHAVE
                   MOVE 'S' TO WS-URNA-ACHADA
                   MOVE WS-URN-QTD (WS-IDX-URNA-SEC) TO WS-MPG-URNA
               ELSE
                   ADD 1 TO WS-IDX-URNA-SEC
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4450-GRAVA-MAPA-ACEITO.
      *----------------------------------------------------------------*
           MOVE 1 TO WS-MPG-IDX
           PERFORM UNTIL WS-MPG-IDX > WS-MPG-QTD-ITENS
               WRITE REG-MAPA FROM WS-MPG-LINHA (WS-MPG-IDX) (1:26)
               ADD 1 TO WS-MPG-IDX
           END-PERFORM
           ADD WS-MPG-QTD-ITENS TO WS-MAP-ACEITOS
           ADD 1                TO WS-MAP-QTD-ACEITOS
           ADD WS-MPG-COMPAREC  TO WS-MAP-VOTOS
           .
           EXIT.
      *----------------------------------------------------------------*
       4460-GRAVA-MAPA-REJEITADO.
      *----------------------------------------------------------------*
      *----TODOS OS ITENS DO MAPA REJEITADO SAEM NO RELATORIO: O ITEM
      *    COM FALHA PROPRIA TRAZ O SEU CODIGO, OS DEMAIS O MOTIVO DO
      *    MAPA. ITENS ALEM DO LIMITE SO ENTRAM NA CONTAGEM.
           MOVE 1 TO WS-MPG-IDX
           PERFORM UNTIL WS-MPG-IDX > WS-MPG-QTD-ITENS
               IF WS-MPG-COD (WS-MPG-IDX) NOT = SPACES
                   MOVE WS-MPG-COD    (WS-MPG-IDX) TO WS-CRI-COD
                   MOVE WS-MPG-MOTIVO (WS-MPG-IDX) TO WS-CRI-MOTIVO
               ELSE
                   MOVE WS-MPG-CODIGO TO WS-CRI-COD
                   MOVE WS-MPG-TEXTO  TO WS-CRI-MOTIVO
               END-IF
               MOVE WS-MPG-NUMLIN (WS-MPG-IDX) TO WS-CRI-LINHA
               MOVE WS-MPG-LINHA  (WS-MPG-IDX) TO WS-CRI-DADOS
               WRITE REG-CRITICA-MAPA FROM WS-CRI-DETALHE
               ADD 1 TO WS-MPG-IDX
           END-PERFORM
           ADD WS-MPG-QTD-ITENS  TO WS-MAP-REJEITADOS
           ADD WS-MPG-EXCEDENTES TO WS-MAP-REJEITADOS
           ADD 1 TO WS-MAP-QTD-REJEITADOS
           DISPLAY 'MAPA REJEITADO - COD ' WS-MPG-CODIGO
                   ' CARGO/MUN/ZONA/SECAO ' WS-MPG-CHAVE
           .
           EXIT.

      *----------------------------------------------------------------*
           COPY CPPARPRO.
