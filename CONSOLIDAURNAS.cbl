       SELECT OPTIONAL ARQELEICAO ASSIGN  TO WS-PRM-ARQ-CONSOLIDADO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-SAI-STATUS.
      *
      *----CADERNO DE VOTACAO: CRESCE POR EXTEND NO MODO PARCIAL
      *    JUNTO COM O CONSOLIDADO DE VOTOS
       SELECT OPTIONAL ARQCADERNO ASSIGN  TO WS-PRM-ARQ-CADERNO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CAD-STATUS.
      *
       SELECT ARQMANIFESTOURNAS ASSIGN  TO WS-PRM-ARQ-MANIFESTO
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----ZERESIMAS EMITIDAS PELO EMITEZERESIMA. SEM O ARQUIVO
      *    NENHUMA URNA TEM ZERESIMA E TODAS SAO REJEITADAS.
       SELECT OPTIONAL ARQZERESIMA ASSIGN  TO WS-PRM-ARQ-ZERESIMA
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-ZER-STATUS.
      *
       SELECT SORT-WORK ASSIGN  TO DISK.
      *
       SELECT ARQCADTRAB ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT SORT-CADERNO ASSIGN  TO DISK.
      *
      *----FONTE DE ENTROPIA DO SISTEMA OPERACIONAL: CADA VOTO
      *    RECEBE UMA CHAVE DE EMBARALHAMENTO LIDA DELA
       SELECT ARQENTROPIA ASSIGN  TO WS-PRM-ARQ-ENTROPIA
              ORGANIZATION       IS SEQUENTIAL
              FILE STATUS        IS WS-ENT-STATUS.
      *
      *----CADASTRO ELEITORAL, AUTORIZACOES DE TRANSITO E ROSTER:
      *    O VOTO FORA DA SECAO DO CADASTRO E FILTRADO AQUI, ENQUANTO
      *    TITULO E VOTO AINDA ESTAO NO MESMO REGISTRO
       SELECT ARQREGISTRO ASSIGN  TO WS-PRM-ARQ-REGISTRO
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT OPTIONAL ARQTRANSITO ASSIGN  TO WS-PRM-ARQ-TRANSITO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-TRA-STATUS.
      *
       SELECT ARQCANDIDATOS ASSIGN  TO WS-PRM-ARQ-CANDIDATOS
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----CADASTRO ELEITORAL INDEXADO PELO TITULO, CARREGADO DE
      *    ARQREGISTROELEITORAL.TXT NO INICIO DA EXECUCAO
       SELECT ARQREGCONS ASSIGN  TO DISK
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS RANDOM
              RECORD KEY         IS REGC-TITULO
              FILE STATUS        IS WS-REGC-STATUS.
      *
      *----ARQUIVO DE TRABALHO INDEXADO PELO NUMERO DA URNA: DETECTA
      *    URNA REPETIDA NO MANIFESTO EM VOLUME MUNICIPAL SEM TABELA
              RECORD KEY         IS URV-URNA
              FILE STATUS        IS WS-URV-STATUS.
      *
      *----ZERESIMA VIGENTE DE CADA URNA, INDEXADA PELO NUMERO DA
      *    URNA, CARREGADA DO ARQZERESIMA.TXT NO INICIO DA EXECUCAO
       SELECT ARQZERTRAB ASSIGN  TO DISK
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS RANDOM
              RECORD KEY         IS ZTR-URNA
              FILE STATUS        IS WS-ZTR-STATUS.
      *
      *----CONTROLE DE PASSOS DA CADEIA (VER CPPASPRO): O PASSO SO
      *    RODA SE O PREDECESSOR TERMINOU LIMPO PARA A MESMA
      *    ELEICAO/TURNO

       FD  ARQURNAS
           LABEL RECORD STANDARD.
           COPY CPURNAS.

       FD  ARQURNAEXTRATO
           LABEL RECORD STANDARD.
           03 EXT-T-QTDREG     PIC 9(06).
           03 EXT-T-SOMAVOTO   PIC 9(12).

      *----REGISTRO DE VOTOS CONSOLIDADO (LAYOUT CPVOTO): NAO TRAZ
      *    O TITULO NEM O NOME DO ELEITOR
       FD  ARQELEICAO
           LABEL RECORD STANDARD.
       01  REG-SAIDA           PIC X(19).
      *----REGISTRO DE CONTROLE GRAVADO NA PRIMEIRA LINHA DO ARQUIVO
      *    CONSOLIDADO: CARIMBA A ELEICAO/TURNO PARA QUE OS PROXIMOS
      *    PROGRAMAS DA CADEIA RECUSEM ENTRADA DE OUTRA ELEICAO.
           03 SAI-CTL-TIPO     PIC X(01).
           03 SAI-CTL-ELEICAO  PIC 9(05).
           03 SAI-CTL-TURNO    PIC 9(01).
           03 FILLER           PIC X(12).

      *----CADERNO DE VOTACAO CONSOLIDADO (LAYOUT CPCADERN), COM O
      *    MESMO REGISTRO DE CONTROLE 'E' NA PRIMEIRA LINHA
       FD  ARQCADERNO
           LABEL RECORD STANDARD.
       01  REG-CAD-SAIDA       PIC X(26).
       01  REG-CAD-CONTROLE.
           03 CAD-CTL-TIPO     PIC X(01).
           03 CAD-CTL-ELEICAO  PIC 9(05).
           03 CAD-CTL-TURNO    PIC 9(01).
           03 FILLER           PIC X(19).

       FD  ARQMANIFESTOURNAS
           LABEL RECORD STANDARD.
       01  REG-MANIFESTO       PIC X(80).

       FD  ARQZERESIMA
           LABEL RECORD STANDARD.
           COPY CPZERESI.

       FD  ARQZERTRAB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQZERESIMAS.IDX".
       01  REG-ZER-TRAB.
           03 ZTR-URNA         PIC 9(05).
           03 ZTR-MUNICIPIO    PIC 9(04).
           03 ZTR-ZONA         PIC 9(04).
           03 ZTR-SECAO        PIC 9(04).
           03 ZTR-CONTROLE     PIC 9(10).

       FD  ARQURNASVISTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQURNASVISTAS.IDX".
      *----ARQUIVO DE TRABALHO DA ORDENACAO. GARANTE QUE OS REGISTROS
      *    CONSOLIDADOS EM ARQELEICAO.TXT FIQUEM CONTIGUOS POR ZONA/
      *    SECAO MESMO QUANDO A MESMA SECAO E ATENDIDA POR MAIS DE UMA
      *    URNA EM POSICOES NAO ADJACENTES DE ARQURNAS.TXT. DENTRO DA
      *    SECAO A ORDEM E DADA POR UMA CHAVE ALEATORIA: A POSICAO DE
      *    UM VOTO NAO REVELA A ORDEM DE VOTACAO NEM O TITULO.
       SD  SORT-WORK.
           COPY CPVOTO REPLACING ==REG-VOTO==      BY ==SORT-REC==
                                 ==VOT-CARGO==     BY ==SRT-CARGO==
                                 ==VOT-MUNICIPIO== BY ==SRT-MUNICIPIO==
                                 ==VOT-ZONA==      BY ==SRT-ZONA==
                                 ==VOT-SECAO==     BY ==SRT-SECAO==
                                 ==VOT-VOTO==      BY ==SRT-VOTO==.
           03 SRT-EMBARALHA    PIC 9(10).

      *----CADERNO NA ORDEM DOS EXTRATOS, GRAVADO DURANTE A
      *    ORDENACAO DOS VOTOS E REORDENADO POR CARGO/SECAO/TITULO
       FD  ARQCADTRAB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQCADERNOTRAB.TXT".
           COPY CPCADERN REPLACING ==REG-CADERNO== BY ==REG-CADTRAB==
                                   ==CAD-CARGO==   BY ==CTR-CARGO==
                                   ==CAD-MUNICIPIO== BY
                                   ==CTR-MUNICIPIO==
                                   ==CAD-ZONA==    BY ==CTR-ZONA==
                                   ==CAD-SECAO==   BY ==CTR-SECAO==
                                   ==CAD-TITULO==  BY ==CTR-TITULO==.

       SD  SORT-CADERNO.
           COPY CPCADERN REPLACING ==REG-CADERNO== BY ==SORT-CAD-REC==
                                   ==CAD-CARGO==   BY ==SCD-CARGO==
                                   ==CAD-MUNICIPIO== BY
                                   ==SCD-MUNICIPIO==
                                   ==CAD-ZONA==    BY ==SCD-ZONA==
                                   ==CAD-SECAO==   BY ==SCD-SECAO==
                                   ==CAD-TITULO==  BY ==SCD-TITULO==.

       FD  ARQENTROPIA
           LABEL RECORD STANDARD.
       01  REG-ENTROPIA        PIC X(04).

       FD  ARQREGISTRO
           LABEL RECORD STANDARD.
           COPY CPREGELE.

       FD  ARQTRANSITO
           LABEL RECORD STANDARD.
           COPY CPTRANSI.

       FD  ARQCANDIDATOS
           LABEL RECORD STANDARD.
           COPY CPCANDID.

       FD  ARQREGCONS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQREGCONSOL.IDX".
       01  REG-REGCONS.
           03 REGC-TITULO      PIC 9(12).
           03 REGC-MUNICIPIO   PIC 9(04).
           03 REGC-ZONA        PIC 9(04).
           03 REGC-SECAO       PIC 9(04).
           03 REGC-SITUACAO    PIC X(01).

       FD  ARQCONTROLEPASSOS
           LABEL RECORD STANDARD.
       77  WS-EXT-SOMAVOTO   PIC 9(12) VALUE ZEROS.
       77  WS-URV-STATUS     PIC X(02) VALUE '00'.

      *----ZERESIMAS: SO CONTAM AS EMITIDAS PARA A ELEICAO/TURNO DO
      *    ARQUIVO DE PARAMETROS
       77  WS-ZER-STATUS     PIC X(02) VALUE '00'.
       77  WS-ZTR-STATUS     PIC X(02) VALUE '00'.
       77  WS-EOF-ZER        PIC X(01) VALUE ' '.
       77  WS-QTD-ZERESIMAS  PIC 9(05) VALUE ZEROS.

      *----MODO PARCIAL (MODOPARCIAL=S): A CONSOLIDACAO ACEITA OS
      *    EXTRATOS EM ONDAS. O CONSOLIDADO E O MANIFESTO SAO ABERTOS
      *    EM EXTEND E O REGISTRO DE URNAS VISTAS SOBREVIVE ENTRE AS
      *    ONDAS, DE MODO QUE UMA URNA JA CONSOLIDADA EM ONDA
      *    ANTERIOR E IGNORADA E APONTADA NO MANIFESTO.
       77  WS-SAI-STATUS       PIC X(02) VALUE '00'.
       77  WS-CAD-STATUS       PIC X(02) VALUE '00'.
       77  WS-CONSOLIDADO-NOVO PIC X(01) VALUE 'S'.

      *----EMBARALHAMENTO DOS VOTOS DENTRO DA SECAO: A CHAVE DE
      *    CADA VOTO SAO QUATRO BYTES DA FONTE DE ENTROPIA, SEM
      *    SEMENTE NEM SEQUENCIA PREVISIVEL. A CHAVE NAO E EXIBIDA
      *    NEM GRAVADA.
       77  WS-ENT-STATUS       PIC X(02) VALUE '00'.
       77  WS-ENT-FALHA        PIC X(01) VALUE 'N'.
       77  WS-IDX-ENT          PIC 9(01) VALUE ZEROS.

      *----FILTRO DO VOTO FORA DA SECAO DO CADASTRO: SEM AUTORIZACAO
      *    DE TRANSITO PARA ESTA SECAO E ESTE CARGO (E, FORA DO
      *    MUNICIPIO DE ORIGEM, SO NOS CARGOS ESTADUAIS) O VOTO NAO
      *    VAI PARA O CONSOLIDADO; A LINHA DO CADERNO E GRAVADA
      *    ASSIM MESMO E O DESCARTE E CONTADO NO MANIFESTO.
       77  WS-REG-EOF          PIC X(01) VALUE ' '.
       77  WS-REGC-STATUS      PIC X(02) VALUE '00'.
       77  WS-CAND-EOF         PIC X(01) VALUE ' '.
       77  WS-TRA-EOF          PIC X(01) VALUE ' '.
       77  WS-TRA-STATUS       PIC X(02) VALUE '00'.
       77  WS-MAX-TRANSITO     PIC 9(04) VALUE 2000.
       77  WS-QTD-TRANSITO     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-TRA          PIC 9(04) VALUE ZEROS.
       77  WS-IDX-TRA-CRG      PIC 9(01) VALUE ZEROS.
       77  WS-TRA-ACHADO       PIC X(01) VALUE 'N'.
       77  WS-TRA-CARGO-OK     PIC X(01) VALUE 'N'.
       77  WS-VOTO-ELEGIVEL    PIC X(01) VALUE 'S'.
       77  WS-QTD-DESCARTE     PIC 9(06) VALUE ZEROS.
       77  WS-TOT-DESCARTE     PIC 9(06) VALUE ZEROS.
       01  WS-TAB-TRANSITO.
           03 WS-TRA-ITEM OCCURS 2000 TIMES.
              05 WS-TRA-TITULO    PIC 9(12).
              05 WS-TRA-MUNICIPIO PIC 9(04).
              05 WS-TRA-ZONA      PIC 9(04).
              05 WS-TRA-SECAO     PIC 9(04).
              05 WS-TRA-CARGO     PIC 9(02) OCCURS 5 TIMES.
      *----CARGO ESTADUAL (CANDIDATO COM MUNICIPIO ZERO NO ROSTER),
      *    INDEXADO PELO NUMERO DO CARGO
       01  WS-TAB-CARGO-ESTADUAL.
           03 WS-CRG-ESTADUAL  PIC X(01) OCCURS 99 TIMES.

       COPY CPPARAM.

       COPY CPPASSOS.
           03 FILLER  PIC X(14) VALUE 'Municipio'.
           03 FILLER  PIC X(16) VALUE 'Qtd. Registros'.
           03 FILLER  PIC X(10) VALUE SPACES.
           03 FILLER  PIC X(16) VALUE 'Qtd. Votos'.
           03 FILLER  PIC X(14) VALUE 'Desc.Transito'.
           03 FILLER  PIC X(01) VALUE SPACES.
       01  WS-MAN-DETALHE.
           03 WS-MAN-URNA       PIC 9(05).
           03 FILLER            PIC X(04) VALUE SPACES.
           03 WS-MAN-REGISTROS  PIC 9(06).
           03 FILLER            PIC X(10) VALUE SPACES.
           03 WS-MAN-VOTOS      PIC 9(06).
           03 FILLER            PIC X(20) VALUE SPACES.
           03 WS-MAN-DESCARTE   PIC 9(06).
           03 FILLER            PIC X(09) VALUE SPACES.
       01  WS-MAN-TOTAL.
           03 FILLER            PIC X(20) VALUE 'TOTAL DE URNAS LIDAS'.
           03 FILLER            PIC X(02) VALUE ': '.

           MOVE 'CONSOLIDAURNAS' TO WS-PAS-PROGRAMA
           PERFORM 0500-INICIA-PASSO

      *----SEM A FONTE DE ENTROPIA NAO HA COMO EMBARALHAR OS VOTOS:
      *    A CONSOLIDACAO NAO PROSSEGUE COM ORDEM PREVISIVEL
           OPEN INPUT ARQENTROPIA
           IF WS-ENT-STATUS NOT = '00'
               DISPLAY 'FONTE DE ENTROPIA INDISPONIVEL ('
                       WS-PRM-ARQ-ENTROPIA ') - STATUS: '
                       WS-ENT-STATUS ' - CONSOLIDACAO ABANDONADA'
               PERFORM 2900-LIMPA-CADTRAB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0300-ABRE-SAIDAS
           WRITE REG-MANIFESTO FROM WS-MAN-CABECALHO1
           WRITE REG-MANIFESTO FROM WS-PONTILHADO
                       'ELEICAO - CONSOLIDACAO ABANDONADA'
               MOVE 'REGISTRO DE CONTROLE AUSENTE' TO REG-MANIFESTO
               WRITE REG-MANIFESTO
               CLOSE ARQURNAS ARQELEICAO ARQCADERNO
                     ARQMANIFESTOURNAS ARQENTROPIA
               PERFORM 2900-LIMPA-CADTRAB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               MOVE 'ELEICAO DA LISTA DIVERGE DO PARAMETRO'
                    TO REG-MANIFESTO
               WRITE REG-MANIFESTO
               CLOSE ARQURNAS ARQELEICAO ARQCADERNO
                     ARQMANIFESTOURNAS ARQENTROPIA
               PERFORM 2900-LIMPA-CADTRAB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
               MOVE 'E'            TO SAI-CTL-TIPO
               MOVE WS-PRM-ELEICAO TO SAI-CTL-ELEICAO
               MOVE WS-PRM-TURNO   TO SAI-CTL-TURNO
               MOVE SPACES         TO REG-SAIDA-CONTROLE (8:12)
               WRITE REG-SAIDA FROM REG-SAIDA-CONTROLE
               MOVE 'E'            TO CAD-CTL-TIPO
               MOVE WS-PRM-ELEICAO TO CAD-CTL-ELEICAO
               MOVE WS-PRM-TURNO   TO CAD-CTL-TURNO
               MOVE SPACES         TO REG-CAD-CONTROLE (8:19)
               WRITE REG-CAD-SAIDA FROM REG-CAD-CONTROLE
           END-IF
      *----OPEN OUTPUT LIMPA O RESIDUO DE EXECUCAO ANTERIOR; O
      *    REOPEN EM I-O PERMITE O PAR READ/WRITE DA DETECCAO DE
           IF WS-URV-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQURNASVISTAS.IDX - STATUS: '
                        WS-URV-STATUS
               CLOSE ARQURNAS ARQELEICAO ARQCADERNO
                     ARQMANIFESTOURNAS ARQENTROPIA
               PERFORM 2900-LIMPA-CADTRAB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0400-CARREGA-ZERESIMAS
           PERFORM 0440-CARREGA-CADASTRO

           OPEN INPUT ARQTRANSITO
           PERFORM 0460-CARREGA-TRANSITO
           CLOSE ARQTRANSITO

           OPEN INPUT ARQCANDIDATOS
           PERFORM 0480-CARREGA-CARGOS
           CLOSE ARQCANDIDATOS

           MOVE CTL-ELEICAO    TO WS-CTL-ELEICAO
           MOVE CTL-DATAPLEITO TO WS-CTL-DATAPLEITO
           MOVE WS-CTL-ELEICAO    TO WS-ME-ELEICAO
           WRITE REG-MANIFESTO FROM WS-MAN-CABECALHO2
           WRITE REG-MANIFESTO FROM WS-PONTILHADO

           OPEN OUTPUT ARQCADTRAB
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CARGO SRT-MUNICIPIO SRT-ZONA
                                SRT-SECAO
                                SRT-EMBARALHA
               INPUT PROCEDURE IS 2700-FORNECE-REGISTROS
               OUTPUT PROCEDURE IS 2800-GRAVA-ORDENADO
           CLOSE ARQCADTRAB
           IF WS-ENT-FALHA = 'S'
               MOVE 'FONTE DE ENTROPIA FALHOU - CONSOLIDACAO ABANDONADA'
                    TO REG-MANIFESTO
               WRITE REG-MANIFESTO
               CLOSE ARQURNAS ARQELEICAO ARQCADERNO ARQMANIFESTOURNAS
                     ARQURNASVISTAS ARQZERTRAB ARQREGCONS ARQENTROPIA
               PERFORM 2900-LIMPA-CADTRAB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           SORT SORT-CADERNO
               ON ASCENDING KEY SCD-CARGO SCD-MUNICIPIO SCD-ZONA
                                SCD-SECAO
                                SCD-TITULO
               USING ARQCADTRAB
               OUTPUT PROCEDURE IS 2850-GRAVA-CADERNO
           PERFORM 2900-LIMPA-CADTRAB

           WRITE REG-MANIFESTO FROM WS-PONTILHADO
           MOVE WS-TOTAL-URNAS TO WS-MAN-TOT-URNAS
           WRITE REG-MANIFESTO FROM WS-MAN-TOTAL

           CLOSE ARQURNAS ARQELEICAO ARQCADERNO ARQMANIFESTOURNAS
                 ARQURNASVISTAS ARQZERTRAB ARQREGCONS ARQENTROPIA
           PERFORM 0520-ENCERRA-PASSO
           DISPLAY 'URNAS CONSOLIDADAS: ' WS-TOTAL-URNAS
           IF WS-TOT-DESCARTE > 0
               DISPLAY 'VOTOS FORA DA SECAO DESCARTADOS: '
                       WS-TOT-DESCARTE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       0300-ABRE-SAIDAS.
                                         WS-PRM-ELEICAO WS-PRM-TURNO
                                         ') - CONSOLIDACAO '
                                         'ABANDONADA'
                                 CLOSE ARQELEICAO ARQENTROPIA
                                 PERFORM 2900-LIMPA-CADTRAB
                                 MOVE 12 TO RETURN-CODE
                                 GOBACK
                             END-IF
               END-IF
               CLOSE ARQELEICAO
               OPEN EXTEND ARQELEICAO
               OPEN EXTEND ARQCADERNO
               IF WS-CONSOLIDADO-NOVO = 'S'
                   OPEN OUTPUT ARQMANIFESTOURNAS
               ELSE
               END-IF
           ELSE
               OPEN OUTPUT ARQELEICAO
               OPEN OUTPUT ARQCADERNO
               OPEN OUTPUT ARQMANIFESTOURNAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-ZERESIMAS.
      *----------------------------------------------------------------*
      *----O ARQUIVO DE TRABALHO E RECRIADO A CADA EXECUCAO (TAMBEM
      *    NAS ONDAS DO MODO PARCIAL): A FONTE E SEMPRE O
      *    ARQZERESIMA.TXT. ZERESIMA REEMITIDA SUBSTITUI A ANTERIOR
      *    DA MESMA URNA.
           OPEN OUTPUT ARQZERTRAB
           IF WS-ZTR-STATUS = '00'
               CLOSE ARQZERTRAB
               OPEN I-O ARQZERTRAB
           END-IF
           IF WS-ZTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQZERESIMAS.IDX - STATUS: '
                        WS-ZTR-STATUS
               CLOSE ARQURNAS ARQELEICAO ARQCADERNO
                     ARQMANIFESTOURNAS ARQURNASVISTAS ARQENTROPIA
               PERFORM 2900-LIMPA-CADTRAB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZEROS TO WS-QTD-ZERESIMAS
           OPEN INPUT ARQZERESIMA
           IF WS-ZER-STATUS = '00'
               PERFORM 0410-LER-ZERESIMA
               PERFORM UNTIL WS-EOF-ZER = 'S'
                   IF ZER-TIPO = 'Z'
                      AND ZER-ELEICAO = WS-PRM-ELEICAO
                      AND ZER-TURNO = WS-PRM-TURNO
                       PERFORM 0420-GUARDA-ZERESIMA
                   END-IF
                   PERFORM 0410-LER-ZERESIMA
               END-PERFORM
           END-IF
           CLOSE ARQZERESIMA
           DISPLAY 'ZERESIMAS CARREGADAS: ' WS-QTD-ZERESIMAS
           .
           EXIT.
      *----------------------------------------------------------------*
       0410-LER-ZERESIMA.
      *----------------------------------------------------------------*
           READ ARQZERESIMA
                  AT END
                     MOVE 'S' TO WS-EOF-ZER
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       0420-GUARDA-ZERESIMA.
      *----------------------------------------------------------------*
           MOVE ZER-URNA      TO ZTR-URNA
           MOVE ZER-MUNICIPIO TO ZTR-MUNICIPIO
           MOVE ZER-ZONA      TO ZTR-ZONA
           MOVE ZER-SECAO     TO ZTR-SECAO
           MOVE ZER-CONTROLE  TO ZTR-CONTROLE
           WRITE REG-ZER-TRAB
           IF WS-ZTR-STATUS = '22'
               REWRITE REG-ZER-TRAB
           ELSE
               ADD 1 TO WS-QTD-ZERESIMAS
           END-IF
           IF WS-ZTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQZERESIMAS.IDX - STATUS: '
                        WS-ZTR-STATUS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0440-CARREGA-CADASTRO.
      *----------------------------------------------------------------*
      *----O ARQUIVO DE TRABALHO E RECRIADO A CADA EXECUCAO A PARTIR
      *    DO CADASTRO ELEITORAL E REABERTO SOMENTE PARA CONSULTA
           OPEN OUTPUT ARQREGCONS
           IF WS-REGC-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR ARQREGCONSOL.IDX - STATUS: '
                        WS-REGC-STATUS
               CLOSE ARQURNAS ARQELEICAO ARQCADERNO
                     ARQMANIFESTOURNAS ARQURNASVISTAS ARQZERTRAB
                     ARQENTROPIA
               PERFORM 2900-LIMPA-CADTRAB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQREGISTRO
           MOVE SPACE TO WS-REG-EOF
           PERFORM 0450-LER-CADASTRO
           PERFORM UNTIL WS-REG-EOF = 'S'
               IF ELE-TITULO > 0
                   MOVE ELE-TITULO    TO REGC-TITULO
                   MOVE ELE-MUNICIPIO TO REGC-MUNICIPIO
                   MOVE ELE-ZONA      TO REGC-ZONA
                   MOVE ELE-SECAO     TO REGC-SECAO
                   MOVE ELE-SITUACAO  TO REGC-SITUACAO
                   WRITE REG-REGCONS
                   IF WS-REGC-STATUS NOT = '00'
                      AND WS-REGC-STATUS NOT = '22'
                       DISPLAY 'ERRO AO GRAVAR ARQREGCONSOL.IDX '
                               '- STATUS: ' WS-REGC-STATUS
                   END-IF
               END-IF
               PERFORM 0450-LER-CADASTRO
           END-PERFORM
           CLOSE ARQREGISTRO

           CLOSE ARQREGCONS
           OPEN INPUT ARQREGCONS
           IF WS-REGC-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQREGCONSOL.IDX - STATUS: '
                        WS-REGC-STATUS
               CLOSE ARQURNAS ARQELEICAO ARQCADERNO
                     ARQMANIFESTOURNAS ARQURNASVISTAS ARQZERTRAB
                     ARQENTROPIA
               PERFORM 2900-LIMPA-CADTRAB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0450-LER-CADASTRO.
      *----------------------------------------------------------------*
           READ ARQREGISTRO
                  AT END
                     MOVE 'S' TO WS-REG-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       0460-CARREGA-TRANSITO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-TRANSITO
           MOVE SPACE TO WS-TRA-EOF
           PERFORM 0470-LER-TRANSITO
           PERFORM UNTIL WS-TRA-EOF = 'S'
               IF WS-QTD-TRANSITO < WS-MAX-TRANSITO
                   ADD 1 TO WS-QTD-TRANSITO
                   MOVE TRA-TITULO    TO WS-TRA-TITULO (WS-QTD-TRANSITO)
                   MOVE TRA-MUNICIPIO
                        TO WS-TRA-MUNICIPIO (WS-QTD-TRANSITO)
                   MOVE TRA-ZONA      TO WS-TRA-ZONA  (WS-QTD-TRANSITO)
                   MOVE TRA-SECAO     TO WS-TRA-SECAO (WS-QTD-TRANSITO)
                   MOVE 1 TO WS-IDX-TRA-CRG
                   PERFORM UNTIL WS-IDX-TRA-CRG > 5
                       MOVE TRA-CARGO (WS-IDX-TRA-CRG)
                            TO WS-TRA-CARGO (WS-QTD-TRANSITO
                                             WS-IDX-TRA-CRG)
                       ADD 1 TO WS-IDX-TRA-CRG
                   END-PERFORM
               ELSE
                   DISPLAY 'ARQTRANSITO.TXT EXCEDE O LIMITE DE '
                           WS-MAX-TRANSITO ' AUTORIZACOES - REGISTRO '
                           'IGNORADO: ' TRA-TITULO
               END-IF
               PERFORM 0470-LER-TRANSITO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0470-LER-TRANSITO.
      *----------------------------------------------------------------*
           READ ARQTRANSITO
                  AT END
                     MOVE 'S' TO WS-TRA-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       0480-CARREGA-CARGOS.
      *----------------------------------------------------------------*
      *----MESMA CONVENCAO DO RELAPURACAO: CARGO ESTADUAL E O QUE TEM
      *    CANDIDATO COM MUNICIPIO ZERO NO ROSTER
           MOVE ALL 'N' TO WS-TAB-CARGO-ESTADUAL
           MOVE SPACE TO WS-CAND-EOF
           PERFORM 0490-LER-CANDIDATO
           PERFORM UNTIL WS-CAND-EOF = 'S'
               IF CAND-CARGO > 0
                  AND CAND-MUNICIPIO = 0
                   MOVE 'S' TO WS-CRG-ESTADUAL (CAND-CARGO)
               END-IF
               PERFORM 0490-LER-CANDIDATO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0490-LER-CANDIDATO.
      *----------------------------------------------------------------*
           READ ARQCANDIDATOS
                  AT END
                     MOVE 'S' TO WS-CAND-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-LER-URNA.
      *----------------------------------------------------------------*
                       MOVE 'N' TO WS-URNA-VALIDA
                   ELSE
                       MOVE EXT-H-MUNICIPIO TO WS-EXT-MUNICIPIO
                       PERFORM 2515-CONFERE-ZERESIMA
                   END-IF
               END-IF
           END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2515-CONFERE-ZERESIMA.
      *----------------------------------------------------------------*
      *----A URNA SO E ACEITA SE TEVE ZERESIMA EMITIDA PARA ESTA
      *    ELEICAO/TURNO E SE O MUNICIPIO/ZONA/SECAO DO HEADER DO
      *    EXTRATO SAO OS MESMOS DA ZERESIMA
           MOVE URNA-ID TO ZTR-URNA
           READ ARQZERTRAB
           IF WS-ZTR-STATUS NOT = '00'
               MOVE 'URNA SEM ZERESIMA' TO WS-MOTIVO-REJ
               MOVE 'N' TO WS-URNA-VALIDA
           ELSE
               IF ZTR-MUNICIPIO NOT = EXT-H-MUNICIPIO
                  OR ZTR-ZONA  NOT = EXT-H-ZONA
                  OR ZTR-SECAO NOT = EXT-H-SECAO
                   MOVE 'ZONA/SECAO DIVERGE DA ZERESIMA'
                        TO WS-MOTIVO-REJ
                   MOVE 'N' TO WS-URNA-VALIDA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2530-CONTA-REGISTRO.
      *----------------------------------------------------------------*
       2520-LIBERA-EXTRATO.
      *----------------------------------------------------------------*
      *----SEGUNDA PASSADA: EXTRATO JA CONFERIDO, LIBERA OS REGISTROS
      *    DE VOTO (ENTRE O HEADER E O TRAILER) PARA O SORT E GRAVA O
      *    CADERNO DE VOTACAO CORRESPONDENTE.
           MOVE ZEROS TO WS-REC-COUNT
           MOVE ZEROS TO WS-VOTE-SUM
           MOVE ZEROS TO WS-QTD-DESCARTE
           MOVE SPACE TO WS-EOF-EXTRATO

           OPEN INPUT ARQURNAEXTRATO
           PERFORM 2100-LER-EXTRATO
           PERFORM UNTIL WS-EOF-EXTRATO = 'S'
                         OR EXT-H-TIPO = 'T'
                         OR WS-ENT-FALHA = 'S'
               PERFORM 2200-GRAVA-REGISTRO
               PERFORM 2100-LER-EXTRATO
           END-PERFORM
           CLOSE ARQURNAEXTRATO

           IF WS-ENT-FALHA NOT = 'S'
               ADD 1 TO WS-TOTAL-URNAS
               PERFORM 2300-GRAVA-MANIFESTO
               PERFORM 2550-MARCA-URNA-VISTA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-GRAVA-REGISTRO.
      *----------------------------------------------------------------*
      *----O REGISTRO DO EXTRATO E SEPARADO EM DOIS: O VOTO, SEM O
      *    TITULO, VAI PARA O SORT COM A CHAVE ALEATORIA; O TITULO,
      *    SEM O VOTO, VAI PARA O CADERNO. VOTO DE ELEITOR FORA DA
      *    SECAO EM CARGO PARA O QUAL NAO ESTA HABILITADO NAO VAI
      *    PARA O SORT, MAS O ELEITOR CONTINUA NO CADERNO.
           PERFORM 2210-VERIFICA-ELEGIVEL
           IF WS-VOTO-ELEGIVEL = 'S'
               MOVE FD-CARGO     TO SRT-CARGO
               MOVE FD-MUNICIPIO TO SRT-MUNICIPIO
               MOVE FD-ZONA      TO SRT-ZONA
               MOVE FD-SECAO     TO SRT-SECAO
               MOVE FD-VOTO      TO SRT-VOTO
               PERFORM 2230-SORTEIA-CHAVE
               IF WS-ENT-FALHA NOT = 'S'
                   RELEASE SORT-REC
               END-IF
               IF FD-VOTO NOT = 000
                   ADD 1 TO WS-VOTE-SUM
               END-IF
           ELSE
               ADD 1 TO WS-QTD-DESCARTE
               ADD 1 TO WS-TOT-DESCARTE
           END-IF

           MOVE FD-CARGO     TO CTR-CARGO
           MOVE FD-MUNICIPIO TO CTR-MUNICIPIO
           MOVE FD-ZONA      TO CTR-ZONA
           MOVE FD-SECAO     TO CTR-SECAO
           MOVE FD-TITULO    TO CTR-TITULO
           WRITE REG-CADTRAB

           ADD 1 TO WS-REC-COUNT
           .
           EXIT.
      *----------------------------------------------------------------*
       2210-VERIFICA-ELEGIVEL.
      *----------------------------------------------------------------*
      *----SO O ELEITOR APTO QUE VOTOU FORA DA SECAO DO CADASTRO E
      *    CONFERIDO; TITULO INVALIDO, NAO CADASTRADO OU INAPTO SEGUE
      *    PARA O RELAPURACAO, QUE O APONTA COMO IRREGULAR.
           MOVE 'S' TO WS-VOTO-ELEGIVEL
           IF FD-TITULO > 0
               MOVE FD-TITULO TO REGC-TITULO
               READ ARQREGCONS
               IF WS-REGC-STATUS = '00'
                  AND REGC-SITUACAO = 'A'
                   IF REGC-ZONA  NOT = FD-ZONA
                      OR REGC-SECAO NOT = FD-SECAO
                       PERFORM 2220-VERIFICA-TRANSITO
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2220-VERIFICA-TRANSITO.
      *----------------------------------------------------------------*
      *----AS MESMAS REGRAS DE 3720-VERIFICA-TRANSITO DO RELAPURACAO:
      *    AUTORIZACAO PARA ESTA SECAO DE DESTINO E ESTE CARGO; FORA
      *    DO MUNICIPIO DE ORIGEM, SO CARGO ESTADUAL
           MOVE 'N' TO WS-VOTO-ELEGIVEL
           MOVE 'N' TO WS-TRA-ACHADO
           MOVE 1 TO WS-IDX-TRA
           PERFORM UNTIL WS-IDX-TRA > WS-QTD-TRANSITO
                         OR WS-TRA-ACHADO = 'S'
               IF WS-TRA-TITULO (WS-IDX-TRA) = FD-TITULO
                   MOVE 'S' TO WS-TRA-ACHADO
               ELSE
                   ADD 1 TO WS-IDX-TRA
               END-IF
           END-PERFORM
           IF WS-TRA-ACHADO = 'S'
               IF WS-TRA-MUNICIPIO (WS-IDX-TRA) = FD-MUNICIPIO
                  AND WS-TRA-ZONA  (WS-IDX-TRA) = FD-ZONA
                  AND WS-TRA-SECAO (WS-IDX-TRA) = FD-SECAO
                   MOVE 'N' TO WS-TRA-CARGO-OK
                   MOVE 1 TO WS-IDX-TRA-CRG
                   PERFORM UNTIL WS-IDX-TRA-CRG > 5
                                 OR WS-TRA-CARGO-OK = 'S'
                       IF WS-TRA-CARGO (WS-IDX-TRA WS-IDX-TRA-CRG)
                          = FD-CARGO
                           MOVE 'S' TO WS-TRA-CARGO-OK
                       ELSE
                           ADD 1 TO WS-IDX-TRA-CRG
                       END-IF
                   END-PERFORM
                   IF WS-TRA-CARGO-OK = 'S'
                       IF FD-MUNICIPIO = REGC-MUNICIPIO
                           MOVE 'S' TO WS-VOTO-ELEGIVEL
                       ELSE
                           IF FD-CARGO > 0
                              AND WS-CRG-ESTADUAL (FD-CARGO) = 'S'
                               MOVE 'S' TO WS-VOTO-ELEGIVEL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2230-SORTEIA-CHAVE.
      *----------------------------------------------------------------*
      *----QUATRO BYTES DA FONTE DE ENTROPIA FORMAM A CHAVE. FALHA
      *    DE LEITURA INTERROMPE A ENTRADA DO SORT; O MAIN-PROCEDURE
      *    ABANDONA A CONSOLIDACAO SEM GRAVAR O CONSOLIDADO.
           READ ARQENTROPIA
           IF WS-ENT-STATUS NOT = '00'
               DISPLAY 'ERRO NA LEITURA DA FONTE DE ENTROPIA - '
                       'STATUS: ' WS-ENT-STATUS
               MOVE 'S' TO WS-ENT-FALHA
           END-IF
           MOVE ZEROS TO SRT-EMBARALHA
           MOVE 1 TO WS-IDX-ENT
           PERFORM UNTIL WS-IDX-ENT > 4
               COMPUTE SRT-EMBARALHA = SRT-EMBARALHA * 256
                       + FUNCTION ORD (REG-ENTROPIA (WS-IDX-ENT:1))
                       - 1
               ADD 1 TO WS-IDX-ENT
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
           MOVE WS-EXT-MUNICIPIO TO WS-MAN-MUNICIPIO
           MOVE WS-REC-COUNT  TO WS-MAN-REGISTROS
           MOVE WS-VOTE-SUM   TO WS-MAN-VOTOS
           MOVE WS-QTD-DESCARTE TO WS-MAN-DESCARTE
           WRITE REG-MANIFESTO FROM WS-MAN-DETALHE
           .
           EXIT.
      *    CONSUMIDO PELO MAIN-PROCEDURE.
           PERFORM 1000-LER-URNA
           PERFORM UNTIL WS-EOF-URNAS = 'S'
                         OR WS-ENT-FALHA = 'S'
               PERFORM 2000-PROCESSA-URNA
               PERFORM 1000-LER-URNA
           END-PERFORM
      *----------------------------------------------------------------*
       2800-GRAVA-ORDENADO.
      *----------------------------------------------------------------*
      *----COM FALHA NA FONTE DE ENTROPIA NADA E GRAVADO
           MOVE SPACE TO WS-EOF-SORT
           IF WS-ENT-FALHA NOT = 'S'
               RETURN SORT-WORK AT END
                      MOVE 'S' TO WS-EOF-SORT
               END-RETURN
               PERFORM UNTIL WS-EOF-SORT = 'S'
                   WRITE REG-SAIDA FROM SORT-REC (1:19)
                   RETURN SORT-WORK AT END
                          MOVE 'S' TO WS-EOF-SORT
                   END-RETURN
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2850-GRAVA-CADERNO.
      *----------------------------------------------------------------*
           MOVE SPACE TO WS-EOF-SORT
           RETURN SORT-CADERNO AT END
                  MOVE 'S' TO WS-EOF-SORT
           END-RETURN
           PERFORM UNTIL WS-EOF-SORT = 'S'
               WRITE REG-CAD-SAIDA FROM SORT-CAD-REC
               RETURN SORT-CADERNO AT END
                      MOVE 'S' TO WS-EOF-SORT
               END-RETURN
           END-PERFORM
           .
           EXIT.

      *----------------------------------------------------------------*
       2900-LIMPA-CADTRAB.
      *----------------------------------------------------------------*
      *----O ARQUIVO DE TRABALHO DO CADERNO SEGUE A ORDEM DOS EXTRATOS
      *    E NAO PODE PERMANECER EM DISCO: E ESVAZIADO NO FIM DA
      *    CONSOLIDACAO E EM TODO ABANDONO
           OPEN OUTPUT ARQCADTRAB
           CLOSE ARQCADTRAB
           .
           EXIT.

      *----------------------------------------------------------------*
           COPY CPPARPRO.

