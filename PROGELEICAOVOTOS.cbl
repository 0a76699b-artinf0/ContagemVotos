      *
       SELECT ARQELEICAO ASSIGN  TO WS-PRM-ARQ-APURACAO
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQCADERNO ASSIGN  TO WS-PRM-ARQ-CADAPUR
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----AUTORIZACOES DE VOTO EM TRANSITO: SEM O ARQUIVO, TODO
      *    VOTO FORA DA SECAO DO CADASTRO CONTINUA IRREGULAR
       SELECT OPTIONAL ARQTRANSITO ASSIGN  TO WS-PRM-ARQ-TRANSITO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-TRA-STATUS.
      *
      *----MAPAS DE APURACAO DAS SECOES QUE VOTARAM EM CEDULA,
      *    APROVADOS PELO CRITICAVOTOS. APURADOS JUNTO COM OS VOTOS,
      *    NA ORDEM DA MESMA CHAVE CARGO/MUNICIPIO/ZONA/SECAO.
       SELECT OPTIONAL ARQMAPA ASSIGN  TO WS-PRM-ARQ-MAPAPUR
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-MAP-STATUS.
      *
       SELECT ARQCANDIDATOS ASSIGN  TO WS-PRM-ARQ-CANDIDATOS
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQBOLETIMURNA ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----DADOS DO BOLETIM DE URNA (CPBOLDAD): UM REGISTRO POR
      *    PAGINA DO BOLETIM, COM OS MESMOS TOTAIS, PARA OS PROGRAMAS
      *    QUE USAM OS RESULTADOS OFICIAIS
       SELECT ARQBOLETIMDADOS ASSIGN  TO WS-PRM-ARQ-BOLDAD
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQPARTIDOS ASSIGN  TO WS-PRM-ARQ-PARTIDOS
              ORGANIZATION       IS LINE SEQUENTIAL.

      *----ENTRADA DA APURACAO: ARQUIVO JA CRITICADO PELO
      *    CRITICAVOTOS (SOMENTE REGISTROS APROVADOS), INICIADO
      *    PELO REGISTRO DE CONTROLE 'E' DE ELEICAO/TURNO. SO TRAZ
      *    O VOTO, SEM IDENTIFICACAO DO ELEITOR.
       FD  ARQELEICAO
           LABEL RECORD STANDARD.
           COPY CPVOTO.
      *----VISAO DO REGISTRO DE CONTROLE: O 'S' DA ENTRADA
      *    SUPLEMENTAR TRAZ O LOTE (POSICOES 8-21) E E MAIS LONGO QUE
      *    O REGISTRO DE VOTO
       01  REG-CONTROLE-ENTRADA   PIC X(21).

      *----CADERNO DE VOTACAO APROVADO PELO CRITICAVOTOS (QUEM VOTOU
      *    EM CADA CARGO/SECAO), TAMBEM INICIADO PELO CONTROLE 'E'
       FD  ARQCADERNO
           LABEL RECORD STANDARD.
           COPY CPCADERN.

       FD  ARQMAPA
           LABEL RECORD STANDARD.
           COPY CPMAPA.

       FD  ARQTRANSITO
           LABEL RECORD STANDARD.
           COPY CPTRANSI.

       FD  ARQCANDIDATOS
           LABEL RECORD STANDARD.
           VALUE OF FILE-ID IS "ARQBOLETIMURNA.TXT".
       01  REG-BOLETIM            PIC X(80).

       FD  ARQBOLETIMDADOS
           LABEL RECORD STANDARD.
           COPY CPBOLDAD.

       FD  ARQPARTIDOS
           LABEL RECORD STANDARD.
           COPY CPPARTID.
           03 REGT-ZONA        PIC 9(04).
           03 REGT-SECAO       PIC 9(04).
           03 REGT-SITUACAO    PIC X(01).
           03 REGT-MUNICIPIO   PIC 9(04).

      *----TITULOS JA PROCESSADOS NO CARGO CORRENTE (DETECTA
      *    ELEITOR DUPLICADO); RECRIADO A CADA QUEBRA DE CARGO
       77  WS-QTD-CAND   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CAND   PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-ARQELEICAO PIC 9(06) VALUE ZEROS.
      *----PASSO DO CADERNO DE VOTACAO (DUPLICADOS, COMPARECIMENTO E
      *    VALIDACAO CONTRA O CADASTRO)
       77  WS-EOF-CAD          PIC X(01) VALUE ' '.
       77  WS-LINHA-CADERNO    PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CADERNO      PIC 9(06) VALUE ZEROS.
       77  WS-CAD-PRIMEIRO     PIC X(01) VALUE 'S'.
       77  WS-CAD-CARGO-ANT    PIC 9(02) VALUE ZEROS.
      *----MAPAS DE APURACAO DE CEDULAS: CADA ITEM TRAZ A QUANTIDADE
      *    DE VOTOS (WS-QTD-VOTO), QUE NO REGISTRO DE VOTO E SEMPRE 1
       77  WS-EOF-MAPA         PIC X(01) VALUE ' '.
       77  WS-MAP-STATUS       PIC X(02) VALUE '00'.
       77  WS-QTD-MAPA         PIC 9(06) VALUE ZEROS.
       77  WS-QTD-VOTO         PIC 9(06) VALUE 1.
       77  WS-MAP-LIMITE       PIC X(14) VALUE SPACES.
       77  WS-MAP-VOTO-SALVO   PIC X(19) VALUE SPACES.
      *----VOTO EM TRANSITO: AUTORIZACOES CARREGADAS DE ARQTRANSITO
      *    E, POR CARGO/ZONA/SECAO DE DESTINO, OS VOTOS EM TRANSITO
      *    ACEITOS (ENTRADAS). AS SAIDAS (ELEITOR DA SECAO QUE SE
      *    APRESENTOU EM OUTRA) FICAM NA TABELA DE SECOES. NO RESTART O
      *    CADERNO E RELIDO SO PARA REMONTAR ESTAS TABELAS.
       77  WS-CAD-SO-TRANSITO  PIC X(01) VALUE 'N'.
       77  WS-TRA-EOF          PIC X(01) VALUE ' '.
       77  WS-TRA-STATUS       PIC X(02) VALUE '00'.
       77  WS-MAX-TRANSITO     PIC 9(04) VALUE 2000.
       77  WS-QTD-TRANSITO     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-TRA          PIC 9(04) VALUE ZEROS.
       77  WS-IDX-TRA-CRG      PIC 9(01) VALUE ZEROS.
       77  WS-TRA-ACHADO       PIC X(01) VALUE 'N'.
       77  WS-TRA-CARGO-OK     PIC X(01) VALUE 'N'.
       77  WS-TRA-ESTADUAL     PIC X(01) VALUE 'N'.
       01  WS-TAB-TRANSITO.
           03 WS-TRA-ITEM OCCURS 2000 TIMES.
              05 WS-TRA-TITULO    PIC 9(12).
              05 WS-TRA-MUNICIPIO PIC 9(04).
              05 WS-TRA-ZONA      PIC 9(04).
              05 WS-TRA-SECAO     PIC 9(04).
              05 WS-TRA-CARGO     PIC 9(02) OCCURS 5 TIMES.
      *----TITULOS JA CREDITADOS COMO SAIDA NA SECAO DE ORIGEM: UMA
      *    SAIDA POR ELEITOR (O CADERNO TEM UMA LINHA POR CARGO)
       77  WS-MAX-SAIDA        PIC 9(04) VALUE 5000.
       77  WS-QTD-SAIDA        PIC 9(04) VALUE ZEROS.
       77  WS-IDX-SAIDA        PIC 9(04) VALUE ZEROS.
       77  WS-SAIDA-ACHADA     PIC X(01) VALUE 'N'.
       01  WS-TAB-SAIDA.
           03 WS-SAIDA-TITULO  PIC 9(12) OCCURS 5000 TIMES.
       77  WS-MAX-TENT         PIC 9(04) VALUE 2000.
       77  WS-QTD-TENT         PIC 9(04) VALUE ZEROS.
       77  WS-IDX-TENT         PIC 9(04) VALUE ZEROS.
       77  WS-TENT-ACHADA      PIC X(01) VALUE 'N'.
       01  WS-TAB-TRANS-ENT.
           03 WS-TENT-ITEM OCCURS 2000 TIMES.
              05 WS-TENT-CARGO    PIC 9(02).
              05 WS-TENT-ZONA     PIC 9(04).
              05 WS-TENT-SECAO    PIC 9(04).
              05 WS-TENT-QTD      PIC 9(06).
       77  WS-LINHAS-GRUPO PIC 9(02) VALUE ZEROS.
       77  WS-CARGO-BUSCA PIC 9(02) VALUE ZEROS.
       77  WS-MUN-BUSCA   PIC 9(04) VALUE ZEROS.
       77  WS-GRUPO-CNT-NULO    PIC 9(06) VALUE ZEROS.
       77  WS-GRUPO-CNT-LEGENDA PIC 9(06) VALUE ZEROS.
       77  WS-GRUPO-CNT-SUBJUD  PIC 9(06) VALUE ZEROS.
      *----'S' QUANDO O GRUPO TEM VOTOS DE MAPA DE APURACAO (SECAO
      *    QUE VOTOU EM CEDULA): O BOLETIM SAI MARCADO
       77  WS-GRUPO-CEDULA      PIC X(01) VALUE 'N'.
      *----AJUSTE DO COMPARECIMENTO DA SECAO PARA A ABSTENCAO: SAIDAS
      *    EM TRANSITO (CREDITADAS NA SECAO DE ORIGEM) MENOS ENTRADAS
       77  WS-GRUPO-AJ-TRANSITO PIC S9(06) VALUE ZEROS.

       01  WS-TAB-GRUPO.
           03 WS-GRUPO-ITEM OCCURS 500 TIMES
       77  WS-QTD-PSEC-ANT    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PSEC-TOT    PIC 9(04) VALUE ZEROS.
       77  WS-PSEC-ACHADA     PIC X(01) VALUE 'N'.
       77  WS-PSEC-ZONA-BUSCA  PIC 9(04) VALUE ZEROS.
       77  WS-PSEC-SECAO-BUSCA PIC 9(04) VALUE ZEROS.
       77  WS-PCT-APURADAS    PIC 9(03)V99 VALUE ZEROS.
       01  WS-TAB-PARC-SEC.
           03 WS-PSEC-ITEM OCCURS 5000 TIMES
       77  WS-AGR-NULO      PIC 9(06) VALUE ZEROS.
       77  WS-AGR-LEGENDA   PIC 9(06) VALUE ZEROS.
       77  WS-AGR-SUBJUD    PIC 9(06) VALUE ZEROS.
       77  WS-AGR-CEDULA    PIC X(01) VALUE 'N'.
       77  WS-AGR-AJ-TRANSITO PIC S9(06) VALUE ZEROS.
       77  WS-AGR-APTOS     PIC 9(06) VALUE ZEROS.
       77  WS-MAX-AGR-SEC   PIC 9(02) VALUE 20.
       77  WS-AGR-QTD-SEC   PIC 9(02) VALUE ZEROS.
       77  WS-HLD-NULO       PIC 9(06) VALUE ZEROS.
       77  WS-HLD-LEGENDA    PIC 9(06) VALUE ZEROS.
       77  WS-HLD-SUBJUD     PIC 9(06) VALUE ZEROS.
       77  WS-HLD-CEDULA     PIC X(01) VALUE 'N'.
       77  WS-HLD-AJ-TRANSITO PIC S9(06) VALUE ZEROS.
       77  WS-HLD-EXTRA-APTOS PIC 9(06) VALUE ZEROS.
       77  WS-HLD-QTD-SEC    PIC 9(02) VALUE ZEROS.
       01  WS-TAB-HLD-SECOES.
       77  WS-NOV-NULO       PIC 9(06) VALUE ZEROS.
       77  WS-NOV-LEGENDA    PIC 9(06) VALUE ZEROS.
       77  WS-NOV-SUBJUD     PIC 9(06) VALUE ZEROS.
       77  WS-NOV-CEDULA     PIC X(01) VALUE 'N'.
       77  WS-NOV-AJ-TRANSITO PIC S9(06) VALUE ZEROS.
       77  WS-NOV-EXTRA-APTOS PIC 9(06) VALUE ZEROS.
       77  WS-NOV-QTD-SEC    PIC 9(02) VALUE ZEROS.
       01  WS-TAB-NOV-SECOES.
       77  WS-ABST-PCT      PIC 9(03)V99 VALUE ZEROS.

      *----ELEITORES APTOS POR ZONA/SECAO (PARA A ABSTENCAO DO
      *    MINI-RODAPE DE QUEBRA). WS-SEC-CEDULA = 'S' QUANDO HA MAPA
      *    DE APURACAO DE CEDULAS DA SECAO (HISTORICO 'M')
       01  WS-TAB-SECOES.
           03 WS-SEC-ITEM OCCURS 5000 TIMES
                           INDEXED BY WS-IDX-SEC.
              05 WS-SEC-ZONA   PIC 9(04) VALUE ZEROS.
              05 WS-SEC-SECAO  PIC 9(04) VALUE ZEROS.
              05 WS-SEC-APTOS  PIC 9(06) VALUE ZEROS.
              05 WS-SEC-TRANS-SAI PIC 9(06) VALUE ZEROS.
              05 WS-SEC-CEDULA PIC X(01) VALUE 'N'.

       01  WS-VARIAVEIS.
           03 WS-DATA-SISTEMA    PIC X(10).

           03 WS-LINHA3.
              05 FILLER  PIC X(06) VALUE 'Cargo'.
              05 FILLER  PIC X(12) VALUE 'Municipio'.
              05 FILLER  PIC X(08) VALUE 'Zona'.
              05 FILLER  PIC X(08) VALUE 'Secao'.
              05 FILLER  PIC X(46) VALUE 'Voto'.

       01  WS-LINHA-BRANCO.
           03 FILLER     PIC X(80) VALUE SPACES.
       01  WS-DETALHE.
           03 WS-DET-CARGO PIC 9(02) VALUE ZEROS.
           03 FILLER     PIC X(04) VALUE SPACES.
           03 WS-DET-MUNICIPIO PIC 9(04) VALUE ZEROS.
           03 FILLER     PIC X(08) VALUE SPACES.
           03 WS-DET-ZONA  PIC 9(04) VALUE ZEROS.
           03 FILLER     PIC X(04) VALUE SPACES.
           03 WS-DET-SECAO PIC 9(04) VALUE ZEROS.
           03 FILLER     PIC X(04) VALUE SPACES.
           03 WS-VOTO    PIC 9(05) VALUE ZEROS.
           03 FILLER     PIC X(41) VALUE SPACES.

      *----RELATORIO DE VOTOS NULOS (ARQVOTOSNULOS.TXT)
       01  WS-EXC-LINHA1.
           03 FILLER  PIC X(30) VALUE 'Relatorio de Votos Nulos'.
           03 FILLER  PIC X(50) VALUE SPACES.
       01  WS-EXC-LINHA2.
           03 FILLER  PIC X(06) VALUE 'Cargo'.
           03 FILLER  PIC X(12) VALUE 'Municipio'.
           03 FILLER  PIC X(08) VALUE 'Zona'.
           03 FILLER  PIC X(08) VALUE 'Secao'.
           03 FILLER  PIC X(46) VALUE 'Voto'.
       01  WS-EXC-DETALHE.
           03 WS-EXC-CARGO   PIC 9(02).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WS-EXC-MUNICIPIO PIC 9(04).
           03 FILLER         PIC X(08) VALUE SPACES.
           03 WS-EXC-ZONA    PIC 9(04).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WS-EXC-SECAO   PIC 9(04).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WS-EXC-VOTO    PIC 9(05).
           03 FILLER         PIC X(41) VALUE SPACES.

      *----RELATORIO DE ELEITOR DUPLICADO (ARQELEITORDUPLICADO.TXT).
      *    AS LINHAS APONTADAS SAO DO CADERNO DE VOTACAO APROVADO.
       01  WS-DUP-LINHA1.
           03 FILLER  PIC X(30) VALUE 'Relatorio de Eleitor Duplicado'.
           03 FILLER  PIC X(50) VALUE SPACES.
           03 FILLER  PIC X(06) VALUE SPACES.
           03 FILLER  PIC X(18) VALUE 'Linha 1a Ocorrenc.'.
           03 FILLER  PIC X(06) VALUE SPACES.
           03 FILLER  PIC X(19) VALUE 'Linha Duplicada'.
           03 FILLER  PIC X(04) VALUE 'Zona'.
           03 FILLER  PIC X(03) VALUE SPACES.
           03 FILLER  PIC X(05) VALUE 'Secao'.
           03 FILLER  PIC X(05) VALUE SPACES.
      *----ZONA/SECAO DA LINHA DUPLICADA DO CADERNO (USADA PELO
      *    AUDITABOLETIM NA CONTAGEM DE OCORRENCIAS POR SECAO)
       01  WS-DUP-DETALHE.
           03 WS-DUP-TITULO     PIC 9(12).
           03 FILLER            PIC X(08) VALUE SPACES.
           03 WS-DUP-LINHA-ORIG PIC 9(06).
           03 FILLER            PIC X(18) VALUE SPACES.
           03 WS-DUP-LINHA-DUP  PIC 9(06).
           03 FILLER            PIC X(13) VALUE SPACES.
           03 WS-DUP-ZONA       PIC 9(04).
           03 FILLER            PIC X(03) VALUE SPACES.
           03 WS-DUP-SECAO      PIC 9(04).
           03 FILLER            PIC X(06) VALUE SPACES.

      *----RELATORIO DE VOTOS IRREGULARES (ARQVOTOSIRREGULARES.TXT):
      *    TITULO NAO CADASTRADO, ELEITOR INAPTO OU VOTO FORA DA
           03 FILLER       PIC X(24) VALUE 'VOTOS SUB JUDICE SECAO: '.
           03 WS-MS-QTD    PIC 9(06).
           03 FILLER       PIC X(43) VALUE SPACES.
      *----O ROTULO NAO PODE COINCIDIR COM AS LINHAS DO RODAPE QUE
      *    O BATECONTAS ACUMULA PELA POSICAO
       01  WS-MINI-CEDULA.
           03 FILLER       PIC X(07) VALUE SPACES.
           03 FILLER       PIC X(38) VALUE
              'VOTACAO POR CEDULA - MAPA DE APURACAO'.
           03 FILLER       PIC X(35) VALUE SPACES.
       01  WS-MINI-ABST.
           03 FILLER       PIC X(07) VALUE SPACES.
           03 FILLER       PIC X(13) VALUE 'APTOS SECAO: '.
      *    IMPRESSA E AFIXADA NO LOCAL DE VOTACAO E ENTREGUE AOS
      *    FISCAIS DE PARTIDO.
       77  WS-BU-TRACO     PIC X(80) VALUE ALL '='.
       77  WS-MAX-CAND-BUD PIC 9(03) VALUE 100.
       01  WS-BU-TITULO.
           03 FILLER       PIC X(30) VALUE SPACES.
           03 FILLER       PIC X(15) VALUE 'BOLETIM DE URNA'.
           03 FILLER       PIC X(35) VALUE SPACES.
       01  WS-BU-CEDULA.
           03 FILLER       PIC X(21) VALUE SPACES.
           03 FILLER       PIC X(37) VALUE
              'VOTACAO POR CEDULA - MAPA DE APURACAO'.
           03 FILLER       PIC X(22) VALUE SPACES.
       01  WS-BU-ELEICAO.
           03 FILLER       PIC X(09) VALUE 'ELEICAO: '.
           03 WS-BU-EL-COD PIC 9(05).
           PERFORM 1180-CARREGA-PARTIDOS
           CLOSE ARQPARTIDOS

           OPEN INPUT ARQTRANSITO
           PERFORM 1120-CARREGA-TRANSITO
           CLOSE ARQTRANSITO

           OPEN INPUT ARQREGISTRO
           PERFORM 1150-CARREGA-REGISTRO
           CLOSE ARQREGISTRO
               OPEN EXTEND ARQELEITORDUPLICADO
               OPEN EXTEND ARQVOTOSIRREGULARES
               OPEN EXTEND ARQBOLETIMURNA
               OPEN EXTEND ARQBOLETIMDADOS
               MOVE WS-TOTELEITOR TO WS-AV-REGISTRO
               WRITE REG-RELATORIO FROM WS-AVISO-RESTART
               WRITE REG-DUPLICADO FROM WS-AVISO-RESTART
                   OPEN EXTEND ARQELEITORDUPLICADO
                   OPEN EXTEND ARQVOTOSIRREGULARES
                   OPEN EXTEND ARQBOLETIMURNA
                   OPEN EXTEND ARQBOLETIMDADOS
               ELSE
                   OPEN OUTPUT ARQRELAPURACAOELEITORES
                   MOVE WS-PRM-ELEICAO    TO WS-RE-ELEICAO
                   WRITE REG-IRREGULAR FROM WS-IRR-LINHA2
                   WRITE REG-IRREGULAR FROM WS-PONTILHADO
                   OPEN OUTPUT ARQBOLETIMURNA
                   OPEN OUTPUT ARQBOLETIMDADOS
                   MOVE SPACES         TO REG-BOLDADOS
                   MOVE 'E'            TO BUC-TIPO
                   MOVE WS-PRM-ELEICAO TO BUC-ELEICAO
                   MOVE WS-PRM-TURNO   TO BUC-TURNO
                   WRITE REG-BUD-CONTROLE
               END-IF
               IF WS-MODO-SUPLEMENTAR = 'S'
                   WRITE REG-RELATORIO FROM WS-SUPL-CABEC
               END-IF
           END-IF

      *----O CADERNO DE VOTACAO E PERCORRIDO ANTES DOS VOTOS. NO
      *    RESTART ELE JA FOI PERCORRIDO ANTES DO CHECKPOINT E SO E
      *    RELIDO PARA O VOTO EM TRANSITO, SEM GRAVAR NADA; A
      *    ENTRADA SUPLEMENTAR SO TRAZ VOTOS CORRIGIDOS, SEM CADERNO.
           IF WS-MODO-SUPLEMENTAR NOT = 'S'
               IF WS-MODO-RESTART = 'S'
                   MOVE 'S' TO WS-CAD-SO-TRANSITO
               END-IF
               PERFORM 3900-PROCESSA-CADERNO
           END-IF

      *----OS MAPAS DE CEDULA NAO ENTRAM NA SUPLEMENTAR: O
      *    CORRIGECRITICA SO REAPRESENTA REGISTROS DE VOTO. AS SECOES
      *    EM CEDULA SO SAO MARCADAS PARA O HISTORICO REGRAVADO.
           IF WS-MODO-SUPLEMENTAR NOT = 'S'
               PERFORM 3940-ABRE-MAPAS
           ELSE
               PERFORM 3970-MARCA-SECOES-MAPA
           END-IF

           PERFORM 1000-LER-ARQUIVO
           PERFORM 1200-TRATA-DATAHORA

           MOVE 70 TO CONT-LIN

            PERFORM UNTIL WS-EOF = 'S'
               MOVE REG-VOTO (1:14) TO WS-MAP-LIMITE
               PERFORM 3950-APURA-MAPAS
               IF CONT-LIN >= 26
                 PERFORM 2000-TRATA-CABECALHO
               END-IF
               PERFORM 3000-TRATA-DETALHE
               PERFORM 1000-LER-ARQUIVO
            END-PERFORM
      *----MAPAS DE CHAVE POSTERIOR AO ULTIMO REGISTRO DE VOTO
           MOVE HIGH-VALUES TO WS-MAP-LIMITE
           PERFORM 3950-APURA-MAPAS
           IF WS-QTD-MAPA > 0
               DISPLAY 'MAPAS DE APURACAO DE CEDULAS APURADOS - '
                       'ITENS: ' WS-QTD-MAPA
           END-IF

           IF WS-PRIMEIRO-REGISTRO NOT = 'S'
               PERFORM 3500-IMPRIME-MINI-RODAPE

           CLOSE ARQELEICAO ARQRELAPURACAOELEITORES ARQVOTOSNULOS
                 ARQELEITORDUPLICADO ARQVOTOSIRREGULARES
                 ARQBOLETIMURNA ARQBOLETIMDADOS ARQREGTRAB
                 ARQTITULOSPROC
                 ARQCOMPTRAB
           IF WS-MODO-SUPLEMENTAR NOT = 'S'
               CLOSE ARQMAPA
           END-IF
           PERFORM 0520-ENCERRA-PASSO
           GOBACK.
      *----------------------------------------------------------------*
      *----'E' E A ENTRADA NORMAL DA CRITICA; 'S' E A ENTRADA
      *    SUPLEMENTAR DO CORRIGECRITICA, QUE SOMA NOS TOTAIS DA
      *    APURACAO BASE
           IF REG-CONTROLE-ENTRADA (1:1) = 'S'
               MOVE 'S' TO WS-MODO-SUPLEMENTAR
               IF REG-CONTROLE-ENTRADA (8:14) IS NUMERIC
                   MOVE REG-CONTROLE-ENTRADA (8:14) TO WS-LOTE-SUPL
               ELSE
                   DISPLAY 'ENTRADA SUPLEMENTAR SEM NUMERO DE LOTE '
                           '- APURACAO ABANDONADA'
                   GOBACK
               END-IF
           ELSE
               IF REG-CONTROLE-ENTRADA (1:1) NOT = 'E'
                   DISPLAY 'ENTRADA SEM REGISTRO DE CONTROLE DE '
                           'ELEICAO - APURACAO ABANDONADA'
                   CLOSE ARQELEICAO
                   GOBACK
               END-IF
           END-IF
           IF REG-CONTROLE-ENTRADA (2:5) NOT = WS-PRM-ELEICAO (1:5)
              OR REG-CONTROLE-ENTRADA (7:1) NOT = WS-PRM-TURNO (1:1)
               DISPLAY 'ENTRADA DE OUTRA ELEICAO/TURNO ('
                       REG-CONTROLE-ENTRADA (2:6) ') - ESPERADO ('
                       WS-PRM-ELEICAO WS-PRM-TURNO
                       ') - APURACAO ABANDONADA'
               CLOSE ARQELEICAO
               GOBACK
           END-IF
      *----O REGISTRO DE CONTROLE OCUPA A LINHA FISICA 1 DA ENTRADA:
      *    O CONTADOR DE LINHAS PARTE DE 1 PARA QUE A LINHA GRAVADA
      *    NO CHECKPOINT BATA COM O ARQUIVO
           MOVE 1 TO WS-LINHA-ARQELEICAO
           .
           EXIT.
      *    EM PARCIAL ANTERIOR SAO PULADOS (O CONSOLIDADO CRESCE POR
      *    EXTEND E REAPRESENTA AS ONDAS ANTERIORES INTEIRAS). O
      *    CONTADOR DE LINHA FISICA ANDA MESMO NO PULO, PARA QUE O
      *    CHECKPOINT CONTINUE APONTANDO A LINHA CERTA.
           MOVE 'N' TO WS-REG-ACEITO
           PERFORM UNTIL WS-REG-ACEITO = 'S' OR WS-EOF = 'S'
               READ ARQELEICAO
           MOVE 'S' TO WS-REG-ACEITO
           IF WS-MODO-PARCIAL = 'S'
              AND WS-MODO-SUPLEMENTAR NOT = 'S'
               MOVE VOT-ZONA  TO WS-PSEC-ZONA-BUSCA
               MOVE VOT-SECAO TO WS-PSEC-SECAO-BUSCA
               PERFORM 1020-TESTA-SECAO-PARCIAL
           END-IF
           .
      *----------------------------------------------------------------*
      *----AS ENTRADAS 1..WS-QTD-PSEC-ANT VIERAM DAS PARCIAIS
      *    ANTERIORES E PROVOCAM O PULO DO REGISTRO; AS DEMAIS FORAM
      *    VISTAS NESTA EXECUCAO E CONTINUAM SENDO APURADAS. A
      *    ZONA/SECAO PROCURADA VEM EM WS-PSEC-ZONA-BUSCA E
      *    WS-PSEC-SECAO-BUSCA (REGISTRO DE VOTO OU DE CADERNO).
           MOVE 'N' TO WS-PSEC-ACHADA
           SET WS-IDX-PSEC TO 1
           PERFORM UNTIL WS-IDX-PSEC > WS-QTD-PSEC-ANT
                         OR WS-PSEC-ACHADA = 'S'
               IF WS-PSEC-ZONA  (WS-IDX-PSEC) = WS-PSEC-ZONA-BUSCA
                  AND WS-PSEC-SECAO (WS-IDX-PSEC) = WS-PSEC-SECAO-BUSCA
                   MOVE 'S' TO WS-PSEC-ACHADA
               ELSE
                   SET WS-IDX-PSEC UP BY 1
           END-IF
           PERFORM UNTIL WS-IDX-PSEC > WS-QTD-PSEC-TOT
                         OR WS-PSEC-ACHADA = 'S'
               IF WS-PSEC-ZONA  (WS-IDX-PSEC) = WS-PSEC-ZONA-BUSCA
                  AND WS-PSEC-SECAO (WS-IDX-PSEC) = WS-PSEC-SECAO-BUSCA
                   MOVE 'S' TO WS-PSEC-ACHADA
               ELSE
                   SET WS-IDX-PSEC UP BY 1
               IF WS-QTD-PSEC-TOT < WS-MAX-PSEC
                   ADD 1 TO WS-QTD-PSEC-TOT
                   SET WS-IDX-PSEC TO WS-QTD-PSEC-TOT
                   MOVE WS-PSEC-ZONA-BUSCA
                        TO WS-PSEC-ZONA  (WS-IDX-PSEC)
                   MOVE WS-PSEC-SECAO-BUSCA
                        TO WS-PSEC-SECAO (WS-IDX-PSEC)
               ELSE
                   DISPLAY 'TABELA DE SECOES DA PARCIAL ESGOTADA - '
                           'ZONA/SECAO NAO REGISTRADA: '
                           WS-PSEC-ZONA-BUSCA '/' WS-PSEC-SECAO-BUSCA
               END-IF
           END-IF
           .
                     ADD 1 TO WS-LINHA-ARQELEICAO
                     IF WS-MODO-PARCIAL = 'S'
                        AND WS-MODO-SUPLEMENTAR NOT = 'S'
                         MOVE VOT-ZONA  TO WS-PSEC-ZONA-BUSCA
                         MOVE VOT-SECAO TO WS-PSEC-SECAO-BUSCA
                         PERFORM 1020-TESTA-SECAO-PARCIAL
                     END-IF
           END-READ
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1120-CARREGA-TRANSITO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-TRANSITO
           MOVE SPACE TO WS-TRA-EOF
           PERFORM 1130-LER-TRANSITO
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
               PERFORM 1130-LER-TRANSITO
           END-PERFORM
           IF WS-QTD-TRANSITO > 0
               DISPLAY 'AUTORIZACOES DE VOTO EM TRANSITO: '
                       WS-QTD-TRANSITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1130-LER-TRANSITO.
      *----------------------------------------------------------------*
           READ ARQTRANSITO
                  AT END
                     MOVE 'S' TO WS-TRA-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1180-CARREGA-PARTIDOS.
      *----------------------------------------------------------------*
                   MOVE ELE-ZONA     TO REGT-ZONA
                   MOVE ELE-SECAO    TO REGT-SECAO
                   MOVE ELE-SITUACAO TO REGT-SITUACAO
                   MOVE ELE-MUNICIPIO TO REGT-MUNICIPIO
                   WRITE REG-REGTRAB
                   IF WS-REGT-STATUS = '22'
                       DISPLAY 'TITULO REPETIDO NO CADASTRO '
      *----------------------------------------------------------------*
           PERFORM 3400-VERIFICA-QUEBRA-GRUPO

           MOVE VOT-CARGO     TO WS-DET-CARGO
           MOVE VOT-MUNICIPIO TO WS-DET-MUNICIPIO
           MOVE VOT-ZONA      TO WS-DET-ZONA
           MOVE VOT-SECAO     TO WS-DET-SECAO
           MOVE VOT-VOTO      TO WS-VOTO
           WRITE REG-RELATORIO FROM WS-DETALHE
           ADD 1 TO CONT-LIN
           ADD 1 TO CONT-LIN-AUX
           ADD 1 TO WS-GRUPO-TOTELEITOR
           ADD 1 TO WS-CRG-TOTELEITOR (WS-CRG-ATU)

           MOVE 1 TO WS-QTD-VOTO
           PERFORM 3050-CLASSIFICA-VOTO

           DIVIDE WS-TOTELEITOR BY WS-CKP-INTERVALO
                  GIVING WS-CKP-QUOC REMAINDER WS-CKP-REM
           IF WS-CKP-REM = 0
               PERFORM 1400-GRAVA-CHECKPOINT
           END-IF

           IF CONT-LIN = 20
             PERFORM 2000-TRATA-CABECALHO.
           EXIT.
      *----------------------------------------------------------------*
       3050-CLASSIFICA-VOTO.
      *----------------------------------------------------------------*
      *----DESTINO DE WS-QTD-VOTO VOTOS NO NUMERO VOT-VOTO DO
      *    CARGO/MUNICIPIO DE VOT-CARGO/VOT-MUNICIPIO: UM VOTO DO
      *    REGISTRO DE VOTOS OU A QUANTIDADE DE UM ITEM DE MAPA
           IF   VOT-VOTO = 000
               DISPLAY 'VOTO EM BRANCO'
               ADD WS-QTD-VOTO TO WS-CRG-BRANCO (WS-CRG-ATU)
               ADD WS-QTD-VOTO TO WS-GRUPO-CNT-BRANCO
           ELSE
               PERFORM 3100-LOCALIZA-CANDIDATO
               IF WS-CAND-ACHADO = 'S'
                       WHEN 'C'
                       WHEN 'J'
                           DISPLAY 'VOTO SUB JUDICE - CANDIDATO: '
                                    VOT-VOTO
                           ADD WS-QTD-VOTO TO WS-CRG-SUBJUD (WS-CRG-ATU)
                           ADD WS-QTD-VOTO TO WS-GRUPO-CNT-SUBJUD
                       WHEN 'R'
                       WHEN 'U'
                           DISPLAY 'VOTO NULO - CANDIDATO FORA DE '
                                   'DISPUTA: ' VOT-VOTO
                           ADD WS-QTD-VOTO TO WS-CRG-NULO (WS-CRG-ATU)
                           ADD WS-QTD-VOTO TO WS-GRUPO-CNT-NULO
                           PERFORM 3200-GRAVA-VOTO-NULO
                       WHEN OTHER
                           ADD WS-QTD-VOTO
                               TO WS-CAND-QTDVOTOS (WS-IDX-TAB)
                           ADD WS-QTD-VOTO
                               TO WS-GRUPO-QTDVOTOS (WS-IDX-TAB)
                   END-EVALUATE
               ELSE
                   PERFORM 3150-VERIFICA-LEGENDA
                   IF WS-PART-ACHADO = 'S'
                       PERFORM 3160-ACUMULA-LEGENDA
                   ELSE
                       DISPLAY 'VOTO NULO - CARGO: ' VOT-CARGO
                               ' VOTO: ' VOT-VOTO
                       ADD WS-QTD-VOTO TO WS-CRG-NULO (WS-CRG-ATU)
                       ADD WS-QTD-VOTO TO WS-GRUPO-CNT-NULO
                       PERFORM 3200-GRAVA-VOTO-NULO
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LOCALIZA-CANDIDATO.
      *----MUNICIPIO ZERO NO ROSTER E CANDIDATO ESTADUAL (VALE EM
      *    QUALQUER MUNICIPIO); NO CARGO PROPORCIONAL O NUMERO SO
      *    VALE DENTRO DO MUNICIPIO DO VOTO
           IF WS-CAND-CARGO  (WS-IDX-TAB) = VOT-CARGO
              AND WS-CAND-NUMERO (WS-IDX-TAB) = VOT-VOTO
              AND (WS-CAND-MUNICIPIO (WS-IDX-TAB) = 0
                   OR WS-CAND-MUNICIPIO (WS-IDX-TAB) = VOT-MUNICIPIO)
               MOVE 'S' TO WS-CAND-ACHADO
           ELSE
               SET WS-IDX-TAB UP BY 1
      *    CARGO PROPORCIONAL - EM CARGO MAJORITARIO VOTO DE PARTIDO
      *    E NULO E NAO PODE DILUIR O PERCENTUAL DE MAIORIA.
           MOVE 'N' TO WS-PART-ACHADO
           IF VOT-CARGO = WS-CARGO-PROPORCIONAL
               MOVE 1 TO WS-IDX-PART
               PERFORM UNTIL WS-IDX-PART > WS-QTD-PART
                             OR WS-PART-ACHADO = 'S'
                   IF WS-PART-NUMERO (WS-IDX-PART) = VOT-VOTO
                       MOVE 'S' TO WS-PART-ACHADO
                   ELSE
                       ADD 1 TO WS-IDX-PART
           MOVE 1 TO WS-IDX-LEG
           PERFORM UNTIL WS-IDX-LEG > WS-QTD-LEG
                         OR WS-LEG-ATU > 0
               IF WS-LEG-CARGO   (WS-IDX-LEG) = VOT-CARGO
                  AND WS-LEG-MUNICIPIO (WS-IDX-LEG) = VOT-MUNICIPIO
                  AND WS-LEG-PARTIDO (WS-IDX-LEG) =
                      WS-PART-NUMERO (WS-IDX-PART)
                   MOVE WS-IDX-LEG TO WS-LEG-ATU
               IF WS-QTD-LEG < WS-MAX-LEGENDAS
                   ADD 1 TO WS-QTD-LEG
                   MOVE WS-QTD-LEG TO WS-LEG-ATU
                   MOVE VOT-CARGO TO WS-LEG-CARGO (WS-LEG-ATU)
                   MOVE VOT-MUNICIPIO
                        TO WS-LEG-MUNICIPIO (WS-LEG-ATU)
                   MOVE WS-PART-NUMERO (WS-IDX-PART)
                        TO WS-LEG-PARTIDO (WS-LEG-ATU)
               ELSE
                   DISPLAY 'TABELA DE LEGENDAS ESGOTADA - VOTO '
                           'CONTADO COMO NULO'
                   ADD WS-QTD-VOTO TO WS-CRG-NULO (WS-CRG-ATU)
                   ADD WS-QTD-VOTO TO WS-GRUPO-CNT-NULO
                   PERFORM 3200-GRAVA-VOTO-NULO
               END-IF
           END-IF

           IF WS-LEG-ATU > 0
               ADD WS-QTD-VOTO TO WS-LEG-QTD (WS-LEG-ATU)
               ADD WS-QTD-VOTO TO WS-GRUPO-CNT-LEGENDA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-GRAVA-VOTO-NULO.
      *----------------------------------------------------------------*
           MOVE VOT-CARGO     TO WS-EXC-CARGO
           MOVE VOT-MUNICIPIO TO WS-EXC-MUNICIPIO
           MOVE VOT-ZONA      TO WS-EXC-ZONA
           MOVE VOT-SECAO     TO WS-EXC-SECAO
           MOVE VOT-VOTO      TO WS-EXC-VOTO
           WRITE REG-EXCECAO FROM WS-EXC-DETALHE
           .
           EXIT.
      *----CONSULTA O ARQUIVO DE TRABALHO INDEXADO POR TITULO: SE O
      *    TITULO JA FOI PROCESSADO NESTE CARGO, E ELEITOR
      *    DUPLICADO; SENAO REGISTRA A LINHA DA PRIMEIRA OCORRENCIA.
           IF CAD-TITULO > 0
               MOVE CAD-TITULO TO TIT-TITULO
               READ ARQTITULOSPROC
               IF WS-TIT-STATUS = '00'
                   PERFORM 3310-GRAVA-DUPLICADO
               ELSE
                   MOVE CAD-TITULO          TO TIT-TITULO
                   MOVE WS-LINHA-CADERNO    TO TIT-LINHA
                   WRITE REG-TITULO-PROC
                   IF WS-TIT-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR ARQTITULOSPROC.IDX '
      *----------------------------------------------------------------*
       3310-GRAVA-DUPLICADO.
      *----------------------------------------------------------------*
           DISPLAY 'ELEITOR DUPLICADO - TITULO: ' CAD-TITULO
           MOVE CAD-TITULO          TO WS-DUP-TITULO
           MOVE TIT-LINHA           TO WS-DUP-LINHA-ORIG
           MOVE WS-LINHA-CADERNO    TO WS-DUP-LINHA-DUP
           MOVE CAD-ZONA            TO WS-DUP-ZONA
           MOVE CAD-SECAO           TO WS-DUP-SECAO
           WRITE REG-DUPLICADO FROM WS-DUP-DETALHE
           .
           EXIT.
      *----MARCA O TITULO COMO PRESENTE NA ELEICAO (UMA VEZ SO,
      *    INDEPENDENTE DO CARGO): STATUS 22 E O TITULO JA MARCADO
      *    POR OUTRO CARGO OU PARCIAL E NAO E ERRO.
           IF CAD-TITULO > 0
               MOVE CAD-TITULO TO CMP-TITULO
               MOVE 'C'       TO CMP-FLAG
               WRITE REG-COMPARECEU
               IF WS-CMP-STATUS NOT = '00'
      *----------------------------------------------------------------*
       3700-VALIDA-REGISTRO.
      *----------------------------------------------------------------*
           IF CAD-TITULO = 0
               MOVE 'TITULO INVALIDO' TO WS-IRR-MOTIVO
               PERFORM 3710-GRAVA-IRREGULAR
           ELSE
               MOVE CAD-TITULO TO REGT-TITULO
               READ ARQREGTRAB
               IF WS-REGT-STATUS NOT = '00'
                   MOVE 'TITULO NAO CADASTRADO' TO WS-IRR-MOTIVO
                       MOVE 'ELEITOR INAPTO' TO WS-IRR-MOTIVO
                       PERFORM 3710-GRAVA-IRREGULAR
                   ELSE
                       IF REGT-ZONA  NOT = CAD-ZONA
                          OR REGT-SECAO NOT = CAD-SECAO
                           PERFORM 3720-VERIFICA-TRANSITO
                       END-IF
                   END-IF
               END-IF
      *----------------------------------------------------------------*
       3710-GRAVA-IRREGULAR.
      *----------------------------------------------------------------*
           DISPLAY 'VOTO IRREGULAR - TITULO: ' CAD-TITULO
                   ' MOTIVO: ' WS-IRR-MOTIVO
           MOVE CAD-TITULO TO WS-IRR-TITULO
           MOVE CAD-ZONA   TO WS-IRR-ZONA
           MOVE CAD-SECAO  TO WS-IRR-SECAO
           IF WS-CAD-SO-TRANSITO NOT = 'S'
               WRITE REG-IRREGULAR FROM WS-IRR-DETALHE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3720-VERIFICA-TRANSITO.
      *----------------------------------------------------------------*
      *----VOTO FORA DA SECAO DO CADASTRO SO E ACEITO COM AUTORIZACAO
      *    DE TRANSITO PARA ESTA SECAO DE DESTINO E ESTE CARGO; FORA
      *    DO MUNICIPIO DE ORIGEM, SO NOS CARGOS ESTADUAIS. O VOTO
      *    RECUSADO JA FOI DESCARTADO PELO CONSOLIDAURNAS E AQUI SO E
      *    APONTADO. TODO ELEITOR QUE SE APRESENTOU FORA DA SECAO,
      *    AUTORIZADO OU NAO, CONTA COMO PRESENTE NA SECAO DE ORIGEM
      *    - ELE ESTA NO ARQUIVO DE COMPARECIMENTO.
           PERFORM 3750-REGISTRA-SAIDA-TRANSITO
           PERFORM 3725-LOCALIZA-TRANSITO
           IF WS-TRA-ACHADO NOT = 'S'
               MOVE 'VOTO FORA DA SECAO DO CADASTRO' TO WS-IRR-MOTIVO
               PERFORM 3710-GRAVA-IRREGULAR
           ELSE
               IF WS-TRA-MUNICIPIO (WS-IDX-TRA) NOT = CAD-MUNICIPIO
                  OR WS-TRA-ZONA  (WS-IDX-TRA) NOT = CAD-ZONA
                  OR WS-TRA-SECAO (WS-IDX-TRA) NOT = CAD-SECAO
                   MOVE 'TRANSITO FORA DA SECAO DESTINO'
                        TO WS-IRR-MOTIVO
                   PERFORM 3710-GRAVA-IRREGULAR
               ELSE
                   PERFORM 3730-VERIFICA-CARGO-TRANSITO
                   IF WS-TRA-CARGO-OK NOT = 'S'
                       MOVE 'CARGO NAO AUTORIZADO TRANSITO'
                            TO WS-IRR-MOTIVO
                       PERFORM 3710-GRAVA-IRREGULAR
                   ELSE
                       IF CAD-MUNICIPIO NOT = REGT-MUNICIPIO
                          AND WS-TRA-ESTADUAL NOT = 'S'
                           MOVE 'CARGO MUNICIPAL FORA DA ORIGEM'
                                TO WS-IRR-MOTIVO
                           PERFORM 3710-GRAVA-IRREGULAR
                       ELSE
                           PERFORM 3760-REGISTRA-ENTRADA-TRANSITO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3725-LOCALIZA-TRANSITO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRA-ACHADO
           MOVE 1 TO WS-IDX-TRA
           PERFORM UNTIL WS-IDX-TRA > WS-QTD-TRANSITO
                         OR WS-TRA-ACHADO = 'S'
               IF WS-TRA-TITULO (WS-IDX-TRA) = CAD-TITULO
                   MOVE 'S' TO WS-TRA-ACHADO
               ELSE
                   ADD 1 TO WS-IDX-TRA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3730-VERIFICA-CARGO-TRANSITO.
      *----------------------------------------------------------------*
      *----CARGO ESTADUAL E O QUE TEM CANDIDATO COM MUNICIPIO ZERO NO
      *    ROSTER (MESMA CONVENCAO DE 3110-TESTA-CANDIDATO)
           MOVE 'N' TO WS-TRA-CARGO-OK
           MOVE 1 TO WS-IDX-TRA-CRG
           PERFORM UNTIL WS-IDX-TRA-CRG > 5
                         OR WS-TRA-CARGO-OK = 'S'
               IF WS-TRA-CARGO (WS-IDX-TRA WS-IDX-TRA-CRG) = CAD-CARGO
                   MOVE 'S' TO WS-TRA-CARGO-OK
               ELSE
                   ADD 1 TO WS-IDX-TRA-CRG
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-TRA-ESTADUAL
           SET WS-IDX-TAB TO 1
           PERFORM UNTIL WS-IDX-TAB > WS-QTD-CAND
                         OR WS-TRA-ESTADUAL = 'S'
               IF WS-CAND-CARGO (WS-IDX-TAB) = CAD-CARGO
                  AND WS-CAND-MUNICIPIO (WS-IDX-TAB) = 0
                   MOVE 'S' TO WS-TRA-ESTADUAL
               ELSE
                   SET WS-IDX-TAB UP BY 1
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3750-REGISTRA-SAIDA-TRANSITO.
      *----------------------------------------------------------------*
      *----UMA SAIDA POR ELEITOR (O CADERNO TEM UMA LINHA POR CARGO),
      *    NA SECAO DE ORIGEM DO CADASTRO (REGT-ZONA/REGT-SECAO)
           MOVE 'N' TO WS-SAIDA-ACHADA
           MOVE 1 TO WS-IDX-SAIDA
           PERFORM UNTIL WS-IDX-SAIDA > WS-QTD-SAIDA
                         OR WS-SAIDA-ACHADA = 'S'
               IF WS-SAIDA-TITULO (WS-IDX-SAIDA) = CAD-TITULO
                   MOVE 'S' TO WS-SAIDA-ACHADA
               ELSE
                   ADD 1 TO WS-IDX-SAIDA
               END-IF
           END-PERFORM
           IF WS-SAIDA-ACHADA NOT = 'S'
               IF WS-QTD-SAIDA < WS-MAX-SAIDA
                   ADD 1 TO WS-QTD-SAIDA
                   MOVE CAD-TITULO TO WS-SAIDA-TITULO (WS-QTD-SAIDA)
                   MOVE 'N' TO WS-SEC-ACHADA
                   SET WS-IDX-SEC TO 1
                   PERFORM UNTIL WS-IDX-SEC > WS-QTD-SECOES
                                 OR WS-SEC-ACHADA = 'S'
                       IF WS-SEC-ZONA  (WS-IDX-SEC) = REGT-ZONA
                          AND WS-SEC-SECAO (WS-IDX-SEC) = REGT-SECAO
                           MOVE 'S' TO WS-SEC-ACHADA
                           ADD 1 TO WS-SEC-TRANS-SAI (WS-IDX-SEC)
                       ELSE
                           SET WS-IDX-SEC UP BY 1
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY 'TABELA DE SAIDAS EM TRANSITO ESGOTADA - '
                           'ABSTENCAO DA ORIGEM SEM O AJUSTE: '
                           REGT-ZONA '/' REGT-SECAO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3760-REGISTRA-ENTRADA-TRANSITO.
      *----------------------------------------------------------------*
           DISPLAY 'VOTO EM TRANSITO ACEITO - TITULO: ' CAD-TITULO
                   ' CARGO: ' CAD-CARGO
           MOVE 'N' TO WS-TENT-ACHADA
           MOVE 1 TO WS-IDX-TENT
           PERFORM UNTIL WS-IDX-TENT > WS-QTD-TENT
                         OR WS-TENT-ACHADA = 'S'
               IF WS-TENT-CARGO (WS-IDX-TENT) = CAD-CARGO
                  AND WS-TENT-ZONA  (WS-IDX-TENT) = CAD-ZONA
                  AND WS-TENT-SECAO (WS-IDX-TENT) = CAD-SECAO
                   MOVE 'S' TO WS-TENT-ACHADA
               ELSE
                   ADD 1 TO WS-IDX-TENT
               END-IF
           END-PERFORM
           IF WS-TENT-ACHADA NOT = 'S'
               IF WS-QTD-TENT < WS-MAX-TENT
                   ADD 1 TO WS-QTD-TENT
                   MOVE WS-QTD-TENT TO WS-IDX-TENT
                   MOVE CAD-CARGO TO WS-TENT-CARGO (WS-IDX-TENT)
                   MOVE CAD-ZONA  TO WS-TENT-ZONA  (WS-IDX-TENT)
                   MOVE CAD-SECAO TO WS-TENT-SECAO (WS-IDX-TENT)
                   MOVE ZEROS     TO WS-TENT-QTD   (WS-IDX-TENT)
                   MOVE 'S' TO WS-TENT-ACHADA
               ELSE
                   DISPLAY 'TABELA DE VOTOS EM TRANSITO ESGOTADA - '
                           'ABSTENCAO DA SECAO SEM O AJUSTE: '
                           CAD-ZONA '/' CAD-SECAO
               END-IF
           END-IF
           IF WS-TENT-ACHADA = 'S'
               ADD 1 TO WS-TENT-QTD (WS-IDX-TENT)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
      *    DE TOTAIS, POIS O QUOCIENTE DO CARGO PROPORCIONAL E POR
      *    MUNICIPIO) E ZONA/SECAO (MINI-RODAPE E BOLETIM)
           IF WS-PRIMEIRO-REGISTRO = 'S'
               MOVE VOT-CARGO     TO WS-CARGO-ANT
               MOVE VOT-MUNICIPIO TO WS-MUNICIPIO-ANT
               MOVE VOT-ZONA      TO WS-ZONA-ANT
               MOVE VOT-SECAO     TO WS-SECAO-ANT
               MOVE 'N' TO WS-PRIMEIRO-REGISTRO
               PERFORM 3420-INICIA-CARGO
           ELSE
               IF VOT-CARGO NOT = WS-CARGO-ANT
                   PERFORM 3500-IMPRIME-MINI-RODAPE
                   PERFORM 3560-DESCARREGA-AGREGADORA
                   PERFORM 4000-TRATA-RODAPE
                   PERFORM 3600-ZERA-GRUPO
                   MOVE VOT-CARGO     TO WS-CARGO-ANT
                   MOVE VOT-MUNICIPIO TO WS-MUNICIPIO-ANT
                   MOVE VOT-ZONA      TO WS-ZONA-ANT
                   MOVE VOT-SECAO     TO WS-SECAO-ANT
                   PERFORM 3420-INICIA-CARGO
               ELSE
                   IF VOT-MUNICIPIO NOT = WS-MUNICIPIO-ANT
                       PERFORM 3500-IMPRIME-MINI-RODAPE
                       PERFORM 3560-DESCARREGA-AGREGADORA
                       PERFORM 3600-ZERA-GRUPO
                       MOVE VOT-MUNICIPIO TO WS-MUNICIPIO-ANT
                       MOVE VOT-ZONA      TO WS-ZONA-ANT
                       MOVE VOT-SECAO     TO WS-SECAO-ANT
                       PERFORM 3420-INICIA-CARGO
                   ELSE
                       IF VOT-ZONA NOT = WS-ZONA-ANT
                           PERFORM 3500-IMPRIME-MINI-RODAPE
                           PERFORM 3560-DESCARREGA-AGREGADORA
                           PERFORM 3600-ZERA-GRUPO
                           MOVE VOT-ZONA  TO WS-ZONA-ANT
                           MOVE VOT-SECAO TO WS-SECAO-ANT
                       ELSE
                           IF VOT-SECAO NOT = WS-SECAO-ANT
                               PERFORM 3500-IMPRIME-MINI-RODAPE
                               PERFORM 3600-ZERA-GRUPO
                               MOVE VOT-SECAO TO WS-SECAO-ANT
                           END-IF
                       END-IF
                   END-IF
      *----------------------------------------------------------------*
       3420-INICIA-CARGO.
      *----------------------------------------------------------------*
      *----LOCALIZA OU CRIA A ENTRADA DO CARGO NA TABELA DE TOTAIS.
      *    NO CARGO PROPORCIONAL A ENTRADA E POR MUNICIPIO; NOS
      *    MAJORITARIOS ESTADUAIS E UNICA, COM MUNICIPIO ZERO.
           IF WS-CARGO-ANT = WS-CARGO-PROPORCIONAL
               MOVE WS-MUNICIPIO-ANT TO WS-MUN-BUSCA
           ELSE
                   GOBACK
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *----RECRIA O ARQUIVO DE TRABALHO DE TITULOS PROCESSADOS (OPEN
      *    OUTPUT LIMPA O CONTEUDO) E REABRE EM I-O PARA O PAR
      *    READ/WRITE DA DETECCAO DE DUPLICADO. CHAMADO A CADA
      *    QUEBRA DE CARGO DO CADERNO: CADA ELEITOR VOTA UMA VEZ POR
      *    CARGO, ENTAO O DUPLICADO SO VALE DENTRO DO MESMO CARGO.
           CLOSE ARQTITULOSPROC
           OPEN OUTPUT ARQTITULOSPROC
           IF WS-TIT-STATUS = '00'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-PROCESSA-CADERNO.
      *----------------------------------------------------------------*
      *----O REGISTRO DE VOTOS NAO IDENTIFICA O ELEITOR: QUEM VOTOU
      *    EM CADA CARGO/SECAO VEM DO CADERNO DE VOTACAO, QUE
      *    ALIMENTA A DETECCAO DE ELEITOR DUPLICADO, O
      *    COMPARECIMENTO E A VALIDACAO CONTRA O CADASTRO.
           OPEN INPUT ARQCADERNO
           PERFORM 3910-VERIFICA-CONTROLE-CADERNO
           MOVE 'N' TO WS-EOF-CAD
           MOVE 'S' TO WS-CAD-PRIMEIRO
           PERFORM 3920-LER-CADERNO
           PERFORM UNTIL WS-EOF-CAD = 'S'
               PERFORM 3930-TRATA-CADERNO
               PERFORM 3920-LER-CADERNO
           END-PERFORM
           CLOSE ARQCADERNO
           DISPLAY 'CADERNO DE VOTACAO PROCESSADO - REGISTROS: '
                   WS-QTD-CADERNO
           .
           EXIT.
      *----------------------------------------------------------------*
       3910-VERIFICA-CONTROLE-CADERNO.
      *----------------------------------------------------------------*
      *----O CADERNO TRAZ O MESMO CONTROLE 'E' DA ENTRADA DE VOTOS;
      *    CADERNO DE OUTRA ELEICAO OU TURNO E RECUSADO COM RC 12.
           READ ARQCADERNO
                  AT END
                     CONTINUE
           END-READ
           IF REG-CADERNO (1:1) NOT = 'E'
               DISPLAY 'CADERNO SEM REGISTRO DE CONTROLE DE '
                       'ELEICAO - APURACAO ABANDONADA'
               CLOSE ARQCADERNO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF REG-CADERNO (2:5) NOT = WS-PRM-ELEICAO (1:5)
              OR REG-CADERNO (7:1) NOT = WS-PRM-TURNO (1:1)
               DISPLAY 'CADERNO DE OUTRA ELEICAO/TURNO ('
                       REG-CADERNO (2:6) ') - ESPERADO ('
                       WS-PRM-ELEICAO WS-PRM-TURNO
                       ') - APURACAO ABANDONADA'
               CLOSE ARQCADERNO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 1 TO WS-LINHA-CADERNO
           .
           EXIT.
      *----------------------------------------------------------------*
       3920-LER-CADERNO.
      *----------------------------------------------------------------*
      *----NO MODO PARCIAL O CADERNO TAMBEM CRESCE POR EXTEND: AS
      *    SECOES JA APURADAS EM PARCIAL ANTERIOR SAO PULADAS PELA
      *    MESMA TABELA USADA NOS VOTOS.
           MOVE 'N' TO WS-REG-ACEITO
           PERFORM UNTIL WS-REG-ACEITO = 'S' OR WS-EOF-CAD = 'S'
               READ ARQCADERNO
                      AT END
                         MOVE 'S' TO WS-EOF-CAD
                      NOT AT END
                         ADD 1 TO WS-LINHA-CADERNO
                         MOVE 'S' TO WS-REG-ACEITO
                         IF WS-MODO-PARCIAL = 'S'
                             MOVE CAD-ZONA  TO WS-PSEC-ZONA-BUSCA
                             MOVE CAD-SECAO TO WS-PSEC-SECAO-BUSCA
                             PERFORM 1020-TESTA-SECAO-PARCIAL
                         END-IF
               END-READ
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3930-TRATA-CADERNO.
      *----------------------------------------------------------------*
           IF WS-CAD-PRIMEIRO = 'S'
              OR CAD-CARGO NOT = WS-CAD-CARGO-ANT
               MOVE 'N'       TO WS-CAD-PRIMEIRO
               MOVE CAD-CARGO TO WS-CAD-CARGO-ANT
               PERFORM 3430-ZERA-TITULOS
           END-IF
           ADD 1 TO WS-QTD-CADERNO

           IF WS-CAD-SO-TRANSITO NOT = 'S'
               PERFORM 3300-VERIFICA-DUPLICADO
               PERFORM 3350-REGISTRA-COMPARECIMENTO
           END-IF
           PERFORM 3700-VALIDA-REGISTRO
           .
           EXIT.
      *----------------------------------------------------------------*
       3940-ABRE-MAPAS.
      *----------------------------------------------------------------*
      *----SEM MAPAS APROVADOS (NENHUMA SECAO EM CEDULA) NAO HA O QUE
      *    INTERCALAR. HAVENDO, O CONTROLE 'E' TEM DE SER DA MESMA
      *    ELEICAO/TURNO. NO RESTART OS MAPAS ATE A CHAVE DO ULTIMO
      *    REGISTRO DE VOTO PULADO JA ESTAO NOS TOTAIS DO CHECKPOINT.
           MOVE 'N' TO WS-EOF-MAPA
           OPEN INPUT ARQMAPA
           READ ARQMAPA
                  AT END
                     MOVE 'S' TO WS-EOF-MAPA
           END-READ
           IF WS-EOF-MAPA NOT = 'S'
               IF REG-MAPA (1:1) NOT = 'E'
                  OR REG-MAPA (2:5) NOT = WS-PRM-ELEICAO (1:5)
                  OR REG-MAPA (7:1) NOT = WS-PRM-TURNO (1:1)
                   DISPLAY 'MAPAS DE APURACAO SEM CONTROLE OU DE OUTRA '
                           'ELEICAO/TURNO (' REG-MAPA (1:7)
                           ') - APURACAO ABANDONADA'
                   CLOSE ARQMAPA
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 3945-LER-MAPA
           END-IF
           IF WS-MODO-RESTART = 'S'
               MOVE REG-VOTO (1:14) TO WS-MAP-LIMITE
               PERFORM UNTIL WS-EOF-MAPA = 'S'
                             OR MAP-CHAVE > WS-MAP-LIMITE
                   IF WS-MODO-PARCIAL = 'S'
                       MOVE MAP-ZONA  TO WS-PSEC-ZONA-BUSCA
                       MOVE MAP-SECAO TO WS-PSEC-SECAO-BUSCA
                       PERFORM 1020-TESTA-SECAO-PARCIAL
                   END-IF
                   PERFORM 3965-MARCA-SECAO-CEDULA
                   PERFORM 3945-LER-MAPA
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3945-LER-MAPA.
      *----------------------------------------------------------------*
           READ ARQMAPA
                  AT END
                     MOVE 'S' TO WS-EOF-MAPA
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       3950-APURA-MAPAS.
      *----------------------------------------------------------------*
      *----INTERCALACAO: APURA OS ITENS DE MAPA DE CHAVE ATE
      *    WS-MAP-LIMITE (A CHAVE DO PROXIMO REGISTRO DE VOTO), PARA
      *    QUE AS QUEBRAS DE CARGO/ZONA/SECAO SIGAM A MESMA ORDEM
           PERFORM UNTIL WS-EOF-MAPA = 'S'
                         OR MAP-CHAVE > WS-MAP-LIMITE
               IF CONT-LIN >= 26
                 PERFORM 2000-TRATA-CABECALHO
               END-IF
               PERFORM 3960-TRATA-ITEM-MAPA
               PERFORM 3945-LER-MAPA
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3960-TRATA-ITEM-MAPA.
      *----------------------------------------------------------------*
      *----O ITEM E APURADO NA AREA DO REGISTRO DE VOTO, PARA USAR
      *    AS MESMAS QUEBRAS E O MESMO DESTINO DE VOTO; O REGISTRO
      *    LIDO E RESTAURADO NO FIM. O COMPARECIMENTO DO MAPA NAO
      *    TEM TITULOS: NAO HA CADERNO, E A SECAO SO E MARCADA PARA O
      *    HISTORICO (MESMO A JA APURADA EM PARCIAL ANTERIOR).
           PERFORM 3965-MARCA-SECAO-CEDULA
           MOVE 'S' TO WS-REG-ACEITO
           IF WS-MODO-PARCIAL = 'S'
               MOVE MAP-ZONA  TO WS-PSEC-ZONA-BUSCA
               MOVE MAP-SECAO TO WS-PSEC-SECAO-BUSCA
               PERFORM 1020-TESTA-SECAO-PARCIAL
           END-IF
           IF WS-REG-ACEITO = 'S'
               MOVE REG-VOTO   TO WS-MAP-VOTO-SALVO
               MOVE MAP-CHAVE  TO REG-VOTO (1:14)
               MOVE MAP-NUMERO TO VOT-VOTO
               PERFORM 3400-VERIFICA-QUEBRA-GRUPO
               MOVE 'S' TO WS-GRUPO-CEDULA
               ADD 1 TO WS-QTD-MAPA
               MOVE MAP-QTD TO WS-QTD-VOTO
               EVALUATE MAP-TIPO
                   WHEN 'C'
                       ADD MAP-QTD TO WS-GRUPO-TOTELEITOR
                       ADD MAP-QTD TO WS-CRG-TOTELEITOR (WS-CRG-ATU)
                       ADD MAP-QTD TO WS-TOTELEITOR
                   WHEN 'B'
                       ADD MAP-QTD TO WS-CRG-BRANCO (WS-CRG-ATU)
                       ADD MAP-QTD TO WS-GRUPO-CNT-BRANCO
                   WHEN 'N'
                       ADD MAP-QTD TO WS-CRG-NULO (WS-CRG-ATU)
                       ADD MAP-QTD TO WS-GRUPO-CNT-NULO
                   WHEN OTHER
                       PERFORM 3050-CLASSIFICA-VOTO
               END-EVALUATE
               MOVE 1 TO WS-QTD-VOTO
               MOVE WS-MAP-VOTO-SALVO TO REG-VOTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3965-MARCA-SECAO-CEDULA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SEC-ACHADA
           SET WS-IDX-SEC TO 1
           PERFORM UNTIL WS-IDX-SEC > WS-QTD-SECOES
                         OR WS-SEC-ACHADA = 'S'
               IF WS-SEC-ZONA  (WS-IDX-SEC) = MAP-ZONA
                  AND WS-SEC-SECAO (WS-IDX-SEC) = MAP-SECAO
                   MOVE 'S' TO WS-SEC-ACHADA
                   MOVE 'S' TO WS-SEC-CEDULA (WS-IDX-SEC)
               ELSE
                   SET WS-IDX-SEC UP BY 1
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3970-MARCA-SECOES-MAPA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-EOF-MAPA
           OPEN INPUT ARQMAPA
           PERFORM 3945-LER-MAPA
           PERFORM UNTIL WS-EOF-MAPA = 'S'
               IF REG-MAPA (1:1) NOT = 'E'
                   PERFORM 3965-MARCA-SECAO-CEDULA
               END-IF
               PERFORM 3945-LER-MAPA
           END-PERFORM
           CLOSE ARQMAPA
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-IMPRIME-MINI-RODAPE.
      *----------------------------------------------------------------*
      *----DECIDE SE A SECAO QUE FECHOU GANHA BOLETIM PROPRIO OU SE
      *    E PEQUENA DEMAIS E VAI PARA A AGREGADORA DA ZONA
           PERFORM 3520-BUSCA-APTOS-SECAO
           PERFORM 3525-AJUSTE-TRANSITO
           IF WS-MIN-SECAO > 0
              AND WS-APTOS-SECAO < WS-MIN-SECAO
               PERFORM 3530-ACUMULA-AGREGADORA
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3525-AJUSTE-TRANSITO.
      *----------------------------------------------------------------*
      *----CHAMADO COM A SECAO DE 3520 JA LOCALIZADA: TODO ELEITOR DA
      *    SECAO QUE SE APRESENTOU EM OUTRA SECAO CONTA COMO PRESENTE
      *    NELA; OS VOTOS EM TRANSITO ACEITOS NO CARGO SAEM DO
      *    COMPARECIMENTO USADO NA ABSTENCAO (NAO DOS VOTOS
      *    APURADOS). OS RECUSADOS NAO CHEGAM AOS VOTOS DO GRUPO:
      *    O CONSOLIDAURNAS OS DESCARTA.
           MOVE ZEROS TO WS-GRUPO-AJ-TRANSITO
           IF WS-SEC-ACHADA = 'S'
               ADD WS-SEC-TRANS-SAI (WS-IDX-SEC)
                   TO WS-GRUPO-AJ-TRANSITO
           END-IF
           MOVE 1 TO WS-IDX-TENT
           PERFORM UNTIL WS-IDX-TENT > WS-QTD-TENT
               IF WS-TENT-CARGO (WS-IDX-TENT) = WS-CARGO-ANT
                  AND WS-TENT-ZONA  (WS-IDX-TENT) = WS-ZONA-ANT
                  AND WS-TENT-SECAO (WS-IDX-TENT) = WS-SECAO-ANT
                   SUBTRACT WS-TENT-QTD (WS-IDX-TENT)
                       FROM WS-GRUPO-AJ-TRANSITO
               END-IF
               ADD 1 TO WS-IDX-TENT
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3530-ACUMULA-AGREGADORA.
      *----------------------------------------------------------------*
           ADD WS-GRUPO-CNT-LEGENDA TO WS-HLD-LEGENDA
           ADD WS-GRUPO-CNT-SUBJUD  TO WS-HLD-SUBJUD
           ADD WS-APTOS-SECAO       TO WS-HLD-EXTRA-APTOS
           IF WS-GRUPO-CEDULA = 'S'
               MOVE 'S' TO WS-HLD-CEDULA
           END-IF
           ADD WS-GRUPO-AJ-TRANSITO TO WS-HLD-AJ-TRANSITO
           MOVE 1 TO WS-AGR-IDX
           PERFORM UNTIL WS-AGR-IDX > WS-QTD-CAND
               ADD WS-GRUPO-QTDVOTOS (WS-AGR-IDX)
           ADD WS-GRUPO-CNT-LEGENDA TO WS-AGR-LEGENDA
           ADD WS-GRUPO-CNT-SUBJUD  TO WS-AGR-SUBJUD
           ADD WS-APTOS-SECAO       TO WS-AGR-APTOS
           IF WS-GRUPO-CEDULA = 'S'
               MOVE 'S' TO WS-AGR-CEDULA
           END-IF
           ADD WS-GRUPO-AJ-TRANSITO TO WS-AGR-AJ-TRANSITO
           MOVE 1 TO WS-AGR-IDX
           PERFORM UNTIL WS-AGR-IDX > WS-QTD-CAND
               ADD WS-GRUPO-QTDVOTOS (WS-AGR-IDX)
           MOVE WS-GRUPO-CNT-NULO   TO WS-NOV-NULO
           MOVE WS-GRUPO-CNT-LEGENDA TO WS-NOV-LEGENDA
           MOVE WS-GRUPO-CNT-SUBJUD TO WS-NOV-SUBJUD
           MOVE WS-GRUPO-CEDULA     TO WS-NOV-CEDULA
           MOVE WS-GRUPO-AJ-TRANSITO TO WS-NOV-AJ-TRANSITO
           MOVE 1 TO WS-AGR-IDX
           PERFORM UNTIL WS-AGR-IDX > WS-QTD-CAND
               MOVE WS-GRUPO-QTDVOTOS (WS-AGR-IDX)
               ADD WS-AGR-NULO       TO WS-NOV-NULO
               ADD WS-AGR-LEGENDA    TO WS-NOV-LEGENDA
               ADD WS-AGR-SUBJUD     TO WS-NOV-SUBJUD
               IF WS-AGR-CEDULA = 'S'
                   MOVE 'S' TO WS-NOV-CEDULA
               END-IF
               ADD WS-AGR-AJ-TRANSITO TO WS-NOV-AJ-TRANSITO
               MOVE WS-AGR-APTOS     TO WS-NOV-EXTRA-APTOS
               MOVE 1 TO WS-AGR-IDX
               PERFORM UNTIL WS-AGR-IDX > WS-QTD-CAND
           MOVE WS-NOV-NULO        TO WS-HLD-NULO
           MOVE WS-NOV-LEGENDA     TO WS-HLD-LEGENDA
           MOVE WS-NOV-SUBJUD      TO WS-HLD-SUBJUD
           MOVE WS-NOV-CEDULA      TO WS-HLD-CEDULA
           MOVE WS-NOV-AJ-TRANSITO TO WS-HLD-AJ-TRANSITO
           MOVE WS-NOV-EXTRA-APTOS TO WS-HLD-EXTRA-APTOS
           MOVE WS-NOV-QTD-SEC     TO WS-HLD-QTD-SEC
           MOVE 1 TO WS-AGR-IDX
           MOVE WS-HLD-NULO        TO WS-GRUPO-CNT-NULO
           MOVE WS-HLD-LEGENDA     TO WS-GRUPO-CNT-LEGENDA
           MOVE WS-HLD-SUBJUD      TO WS-GRUPO-CNT-SUBJUD
           MOVE WS-HLD-CEDULA      TO WS-GRUPO-CEDULA
           MOVE WS-HLD-AJ-TRANSITO TO WS-GRUPO-AJ-TRANSITO
           MOVE WS-HLD-EXTRA-APTOS TO WS-EXTRA-APTOS
           MOVE 1 TO WS-AGR-IDX
           PERFORM UNTIL WS-AGR-IDX > WS-QTD-CAND
           MOVE WS-AGR-NULO       TO WS-GRUPO-CNT-NULO
           MOVE WS-AGR-LEGENDA    TO WS-GRUPO-CNT-LEGENDA
           MOVE WS-AGR-SUBJUD     TO WS-GRUPO-CNT-SUBJUD
           MOVE WS-AGR-CEDULA     TO WS-GRUPO-CEDULA
           MOVE WS-AGR-AJ-TRANSITO TO WS-GRUPO-AJ-TRANSITO
           MOVE 1 TO WS-AGR-IDX
           PERFORM UNTIL WS-AGR-IDX > WS-QTD-CAND
               MOVE WS-AGR-QTDVOTOS (WS-AGR-IDX)
           MOVE WS-ZONA-ANT  TO WS-MC-ZONA
           MOVE WS-SECAO-ANT TO WS-MC-SECAO
           WRITE REG-RELATORIO FROM WS-MINI-CABECALHO
           IF WS-GRUPO-CEDULA = 'S'
               WRITE REG-RELATORIO FROM WS-MINI-CEDULA
               ADD 1 TO CONT-LIN
           END-IF
           IF WS-AGR-IMPRIME = 'S'
               PERFORM 3547-MONTA-LISTA-AGREGADAS
               WRITE REG-RELATORIO FROM WS-AGR-LINHA
      *    ACABOU DE FECHAR, COM OS MESMOS TOTAIS DO MINI-RODAPE.
           WRITE REG-BOLETIM FROM WS-BU-TRACO
           WRITE REG-BOLETIM FROM WS-BU-TITULO
           IF WS-GRUPO-CEDULA = 'S'
               WRITE REG-BOLETIM FROM WS-BU-CEDULA
           END-IF
           MOVE WS-PRM-ELEICAO TO WS-BU-EL-COD
           MOVE WS-PRM-TURNO   TO WS-BU-EL-TURNO
           WRITE REG-BOLETIM FROM WS-BU-ELEICAO
           WRITE REG-BOLETIM FROM WS-BU-ASS-MES2
           WRITE REG-BOLETIM FROM WS-BU-ASS-FISC
           WRITE REG-BOLETIM FROM WS-BU-TRACO
           PERFORM 3820-GRAVA-BOLETIM-DADOS
           IF WS-AGR-IMPRIME = 'S'
               PERFORM 3570-ZERA-AGREGADORA
           END-IF
           MOVE ZEROS TO WS-AGR-LEGENDA
           MOVE ZEROS TO WS-AGR-SUBJUD
           MOVE ZEROS TO WS-AGR-APTOS
           MOVE 'N'   TO WS-AGR-CEDULA
           MOVE ZEROS TO WS-AGR-AJ-TRANSITO
           MOVE ZEROS TO WS-AGR-QTD-SEC
           MOVE 1 TO WS-AGR-IDX
           PERFORM UNTIL WS-AGR-IDX > WS-MAX-CANDIDATOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3820-GRAVA-BOLETIM-DADOS.
      *----------------------------------------------------------------*
      *----O MESMO GRUPO DA PAGINA RECEM-IMPRESSA, EM REGISTRO DE
      *    DADOS (CPBOLDAD)
           MOVE SPACES TO REG-BOLDADOS
           MOVE 'B'              TO BUD-TIPO
           MOVE WS-CARGO-ANT     TO BUD-CARGO
           MOVE WS-MUNICIPIO-ANT TO BUD-MUNICIPIO
           MOVE WS-ZONA-ANT      TO BUD-ZONA
           MOVE WS-SECAO-ANT     TO BUD-SECAO
           MOVE ZEROS TO BUD-QTD-AGREG
           MOVE 1 TO WS-AGR-IDX
           PERFORM UNTIL WS-AGR-IDX > WS-MAX-AGR-SEC
               MOVE ZEROS TO BUD-SECAO-AGREG (WS-AGR-IDX)
               ADD 1 TO WS-AGR-IDX
           END-PERFORM
           IF WS-AGR-IMPRIME = 'S'
               MOVE 'S' TO BUD-AGREGADORA
               MOVE WS-AGR-QTD-SEC TO BUD-QTD-AGREG
               MOVE 1 TO WS-AGR-IDX
               PERFORM UNTIL WS-AGR-IDX > WS-AGR-QTD-SEC
                   MOVE WS-AGR-SECAO (WS-AGR-IDX)
                        TO BUD-SECAO-AGREG (WS-AGR-IDX)
                   ADD 1 TO WS-AGR-IDX
               END-PERFORM
           ELSE
               MOVE 'N' TO BUD-AGREGADORA
           END-IF
           IF WS-GRUPO-CEDULA = 'S'
               MOVE 'S' TO BUD-CEDULA
           ELSE
               MOVE 'N' TO BUD-CEDULA
           END-IF
           MOVE WS-GRUPO-CNT-BRANCO  TO BUD-BRANCO
           MOVE WS-GRUPO-CNT-NULO    TO BUD-NULO
           MOVE WS-GRUPO-CNT-LEGENDA TO BUD-LEGENDA
           MOVE WS-GRUPO-CNT-SUBJUD  TO BUD-SUBJUDICE
           MOVE WS-GRUPO-TOTELEITOR  TO BUD-COMPARECIMENTO
           MOVE ZEROS TO BUD-QTD-CAND
           MOVE 1 TO WS-AGR-IDX
           PERFORM UNTIL WS-AGR-IDX > WS-MAX-CAND-BUD
               MOVE ZEROS TO BUD-CAND-NUMERO (WS-AGR-IDX)
               MOVE ZEROS TO BUD-CAND-VOTOS  (WS-AGR-IDX)
               ADD 1 TO WS-AGR-IDX
           END-PERFORM
           SET WS-IDX-TAB TO 1
           PERFORM UNTIL WS-IDX-TAB > WS-QTD-CAND
               PERFORM 3825-GRAVA-CAND-DADOS
               SET WS-IDX-TAB UP BY 1
           END-PERFORM
           WRITE REG-BOLDADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       3825-GRAVA-CAND-DADOS.
      *----------------------------------------------------------------*
      *----MESMO FILTRO DO 3810: CANDIDATOS DO CARGO NO MUNICIPIO.
      *    O REGISTRO NAO PODE OMITIR CANDIDATO - ESTOURO ABANDONA A
      *    APURACAO, COMO OS DEMAIS LIMITES DE TABELA.
           IF WS-CAND-CARGO (WS-IDX-TAB) = WS-CARGO-ANT
              AND (WS-CAND-MUNICIPIO (WS-IDX-TAB) = 0
                   OR WS-CAND-MUNICIPIO (WS-IDX-TAB)
                      = WS-MUNICIPIO-ANT)
               IF BUD-QTD-CAND < WS-MAX-CAND-BUD
                   ADD 1 TO BUD-QTD-CAND
                   MOVE WS-CAND-NUMERO (WS-IDX-TAB)
                        TO BUD-CAND-NUMERO (BUD-QTD-CAND)
                   MOVE WS-GRUPO-QTDVOTOS (WS-IDX-TAB)
                        TO BUD-CAND-VOTOS  (BUD-QTD-CAND)
               ELSE
                   DISPLAY 'CARGO ' WS-CARGO-ANT ' MUNICIPIO '
                           WS-MUNICIPIO-ANT ' EXCEDE O LIMITE DE '
                           WS-MAX-CAND-BUD ' CANDIDATOS DO BOLETIM '
                           'DE DADOS - ABANDONANDO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3550-IMPRIME-ABST-SECAO.
      *----------------------------------------------------------------*
           IF WS-APTOS-SECAO > 0
               COMPUTE WS-ABST-QTD = WS-APTOS-SECAO
                                     - WS-GRUPO-TOTELEITOR
                                     - WS-GRUPO-AJ-TRANSITO
               IF WS-ABST-QTD < 0
                   MOVE ZEROS TO WS-ABST-QTD
               END-IF
           MOVE ZEROS TO WS-GRUPO-CNT-NULO
           MOVE ZEROS TO WS-GRUPO-CNT-LEGENDA
           MOVE ZEROS TO WS-GRUPO-CNT-SUBJUD
           MOVE 'N'   TO WS-GRUPO-CEDULA
           MOVE ZEROS TO WS-GRUPO-AJ-TRANSITO
           SET WS-IDX-GRP TO 1
           PERFORM UNTIL WS-IDX-GRP > WS-QTD-CAND
               MOVE ZEROS TO WS-GRUPO-QTDVOTOS (WS-IDX-GRP)
      *----------------------------------------------------------------*
      *----HISTORICO DE COMPARECIMENTO: RELE O CADASTRO ELEITORAL E
      *    GRAVA UM REGISTRO POR ELEITOR DIZENDO SE O TITULO
      *    COMPARECEU OU FALTOU. ELEITOR SEM CADERNO EM SECAO APURADA
      *    POR MAPA DE CEDULAS SAI COMO 'M': NAO HA COMO SABER SE
      *    FALTOU. NO MODO PARCIAL O ARQUIVO E UMA FOTOGRAFIA
      *    ACUMULADA ATE A PARCIAL CORRENTE.
           OPEN OUTPUT ARQHISTVOTO
           OPEN INPUT ARQREGISTRO
           MOVE SPACE TO WS-REG-EOF
           IF WS-CMP-STATUS = '00'
               MOVE 'C' TO HIS-COMPARECEU
           ELSE
               PERFORM 4720-TESTA-SECAO-CEDULA
           END-IF
           WRITE REG-HISTVOTO
           .
           EXIT.
      *----------------------------------------------------------------*
       4720-TESTA-SECAO-CEDULA.
      *----------------------------------------------------------------*
           MOVE 'F' TO HIS-COMPARECEU
           MOVE 'N' TO WS-SEC-ACHADA
           SET WS-IDX-SEC TO 1
           PERFORM UNTIL WS-IDX-SEC > WS-QTD-SECOES
                         OR WS-SEC-ACHADA = 'S'
               IF WS-SEC-ZONA  (WS-IDX-SEC) = ELE-ZONA
                  AND WS-SEC-SECAO (WS-IDX-SEC) = ELE-SECAO
                   MOVE 'S' TO WS-SEC-ACHADA
                   IF WS-SEC-CEDULA (WS-IDX-SEC) = 'S'
                       MOVE 'M' TO HIS-COMPARECEU
                   END-IF
               ELSE
                   SET WS-IDX-SEC UP BY 1
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-GRAVA-LOG-EXECUCAO.
      *----------------------------------------------------------------*
