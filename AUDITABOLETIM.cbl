      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITABOLETIM.
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

       SELECT ARQPARAMETROS ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-PRM-STATUS.
      *
      *----CADASTRO ELEITORAL: APTOS POR ZONA/SECAO
       SELECT ARQREGISTRO ASSIGN  TO WS-PRM-ARQ-REGISTRO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-REG-STATUS.
      *
      *----AUTORIZACOES DE VOTO EM TRANSITO: ELEITORES DE FORA QUE
      *    PODEM TER VOTADO NA SECAO DE DESTINO
       SELECT OPTIONAL ARQTRANSITO ASSIGN  TO WS-PRM-ARQ-TRANSITO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-TRA-STATUS.
      *
      *----BOLETINS DA APURACAO: OS DADOS DO BOLETIM DE URNA
      *    (CPBOLDAD) GRAVADOS PELO RELAPURACAO
       SELECT OPTIONAL ARQBOLETIMDADOS ASSIGN  TO WS-PRM-ARQ-BOLDAD
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-BOL-STATUS.
      *
      *----OCORRENCIAS DA APURACAO POR SECAO: VOTOS IRREGULARES,
      *    ELEITORES DUPLICADOS E REJEITADOS NA CRITICA (O RELATORIO
      *    DE CRITICA DOS VOTOS E O DO CADERNO SAO LIDOS PELO MESMO
      *    SELECT, UM DE CADA VEZ)
       SELECT OPTIONAL ARQVOTOSIRREGULARES ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-IRR-STATUS.
      *
       SELECT OPTIONAL ARQELEITORDUPLICADO ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-DUP-STATUS.
      *
       SELECT OPTIONAL ARQCRITICA ASSIGN  TO WS-NOME-CRITICA
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CRI-STATUS.
      *
      *----ARQUIVO MORTO DA ELEICAO ANTERIOR (ARQUIVAELEICAO): O
      *    MEMBRO ARQBOLETIMURNA.TXT TRAZ O BOLETIM DE CADA SECAO
       SELECT OPTIONAL ARQANTERIOR ASSIGN  TO WS-PRM-ARQ-ARQANT
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-ANT-STATUS.
      *
       SELECT ARQAUDITORIA ASSIGN  TO WS-PRM-ARQ-AUDITBU
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT SORT-WORK ASSIGN  TO DISK.
      *
      *----CONTROLE DE PASSOS DA CADEIA (VER CPPASPRO): A AUDITORIA
      *    SO RODA SOBRE UMA APURACAO CONCLUIDA LIMPA
       SELECT OPTIONAL ARQCONTROLEPASSOS ASSIGN
              TO WS-PRM-ARQ-PASSOS
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-PAS-STATUS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQPARAMETROS.TXT".
           COPY CPPARREG.

       FD  ARQREGISTRO
           LABEL RECORD STANDARD.
           COPY CPREGELE.

       FD  ARQTRANSITO
           LABEL RECORD STANDARD.
           COPY CPTRANSI.

       FD  ARQBOLETIMDADOS
           LABEL RECORD STANDARD.
           COPY CPBOLDAD.

       FD  ARQVOTOSIRREGULARES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQVOTOSIRREGULARES.TXT".
       01  REG-IRREGULAR          PIC X(80).

       FD  ARQELEITORDUPLICADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQELEITORDUPLICADO.TXT".
       01  REG-DUPLICADO          PIC X(80).

       FD  ARQCRITICA
           LABEL RECORD STANDARD.
       01  REG-CRITICA            PIC X(80).

      *----MESMO LAYOUT DE VOLUME DO ARQUIVAELEICAO
       FD  ARQANTERIOR
           LABEL RECORD STANDARD.
       01  REG-ARQUIVO            PIC X(1510).
       01  REG-ARQ-CAB.
           03 ARC-TIPO        PIC X(03).
           03 ARC-ELEICAO     PIC 9(05).
           03 ARC-TURNO       PIC 9(01).
           03 ARC-DATAHORA    PIC X(19).
           03 ARC-QTD-MEM     PIC 9(02).
           03 FILLER          PIC X(1480).
       01  REG-ARQ-MBR.
           03 AMB-TIPO        PIC X(03).
           03 AMB-NOME        PIC X(40).
           03 AMB-QTDREG      PIC 9(06).
           03 AMB-CHECKSUM    PIC 9(10).
           03 FILLER          PIC X(1451).
       01  REG-ARQ-DAD.
           03 ARD-TIPO        PIC X(01).
           03 ARD-DADOS       PIC X(1500).
           03 FILLER          PIC X(09).

       FD  ARQAUDITORIA
           LABEL RECORD STANDARD.
       01  REG-AUDITORIA          PIC X(80).

      *----ORDENACAO DAS EXCECOES: POR ZONA, SECOES DA MAIS PARA A
      *    MENOS SUSPEITA (PONTOS) E, DENTRO DA SECAO, A REGRA DE
      *    MAIOR GRAU PRIMEIRO
       SD  SORT-WORK.
       01  SORT-REC.
           03 SRT-ZONA        PIC 9(04).
           03 SRT-PONTOS      PIC 9(05).
           03 SRT-SECAO       PIC 9(04).
           03 SRT-GRAU        PIC 9(04).
           03 SRT-MUNICIPIO   PIC 9(04).
           03 SRT-APTOS       PIC 9(06).
           03 SRT-CARGO       PIC 9(02).
           03 SRT-REGRA       PIC X(30).
           03 SRT-OBSERVADO   PIC 9(06)V99.
           03 SRT-REFERENCIA  PIC 9(06)V99.
           03 SRT-DETALHE     PIC X(12).

       FD  ARQCONTROLEPASSOS
           LABEL RECORD STANDARD.
           COPY CPPASREG.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-REG-EOF      PIC X(01) VALUE ' '.
       77  WS-REG-STATUS   PIC X(02) VALUE '00'.
       77  WS-TRA-EOF      PIC X(01) VALUE ' '.
       77  WS-TRA-STATUS   PIC X(02) VALUE '00'.
       77  WS-BOL-EOF      PIC X(01) VALUE ' '.
       77  WS-BOL-STATUS   PIC X(02) VALUE '00'.
       77  WS-IRR-EOF      PIC X(01) VALUE ' '.
       77  WS-IRR-STATUS   PIC X(02) VALUE '00'.
       77  WS-DUP-EOF      PIC X(01) VALUE ' '.
       77  WS-DUP-STATUS   PIC X(02) VALUE '00'.
       77  WS-CRI-EOF      PIC X(01) VALUE ' '.
       77  WS-CRI-STATUS   PIC X(02) VALUE '00'.
       77  WS-NOME-CRITICA PIC X(40) VALUE SPACES.
       77  WS-ANT-EOF      PIC X(01) VALUE ' '.
       77  WS-ANT-STATUS   PIC X(02) VALUE '00'.
       77  WS-SORT-EOF     PIC X(01) VALUE ' '.
       77  WS-PONTILHADO   PIC X(80) VALUE ALL '-'.

       COPY CPPARAM.

       COPY CPPASSOS.

      *----SECOES DO CADASTRO COM APTOS, AUTORIZACOES DE TRANSITO
      *    RECEBIDAS E AS OCORRENCIAS DA APURACAO. SECAO QUE SO
      *    APARECE NAS OCORRENCIAS OU NO BOLETIM ENTRA COM APTOS ZERO.
       77  WS-MAX-SECOES   PIC 9(04) VALUE 5000.
       77  WS-QTD-SECOES   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-SEC      PIC 9(04) VALUE ZEROS.
       77  WS-SEC-ACHADA   PIC X(01) VALUE 'N'.
       77  WS-BUS-MUN      PIC 9(04) VALUE ZEROS.
       77  WS-BUS-ZONA     PIC 9(04) VALUE ZEROS.
       77  WS-BUS-SECAO    PIC 9(04) VALUE ZEROS.
       01  WS-TAB-SECOES.
           03 WS-SEC-ITEM OCCURS 5000 TIMES.
              05 WS-SEC-MUN    PIC 9(04).
              05 WS-SEC-ZONA   PIC 9(04).
              05 WS-SEC-SECAO  PIC 9(04).
              05 WS-SEC-APTOS  PIC 9(06).
              05 WS-SEC-TRANS  PIC 9(06).
              05 WS-SEC-IRREG  PIC 9(06).
              05 WS-SEC-DUPLIC PIC 9(06).
              05 WS-SEC-CRITICA PIC 9(06).

      *----BOLETIM EM AVALIACAO: O REGISTRO DE DADOS DA APURACAO
      *    ATUAL OU A PAGINA IMPRESSA DO ARQUIVO MORTO ANTERIOR (O
      *    VOLUME SO TRAZ O BOLETIM IMPRESSO; AS POSICOES SEGUEM OS
      *    REGISTROS WS-BU-* DO RELAPURACAO)
       77  WS-BOL-LINHA    PIC X(80) VALUE SPACES.
       77  WS-PAG-ATIVA    PIC X(01) VALUE 'N'.
       77  WS-PAG-CARGO    PIC 9(02) VALUE ZEROS.
       77  WS-PAG-MUN      PIC 9(04) VALUE ZEROS.
       77  WS-PAG-ZONA     PIC 9(04) VALUE ZEROS.
       77  WS-PAG-SECAO    PIC 9(04) VALUE ZEROS.
       77  WS-PAG-BRANCO   PIC 9(06) VALUE ZEROS.
       77  WS-PAG-NULO     PIC 9(06) VALUE ZEROS.
       77  WS-PAG-COMP     PIC 9(06) VALUE ZEROS.
       77  WS-MAX-CAND-PAG PIC 9(03) VALUE 100.
       77  WS-PAG-QTD-CAND PIC 9(03) VALUE ZEROS.
       77  WS-IDX-PCD      PIC 9(03) VALUE ZEROS.
       77  WS-IDX-AGR      PIC 9(02) VALUE ZEROS.
       01  WS-TAB-PAGINA.
           03 WS-PCD-ITEM OCCURS 100 TIMES.
              05 WS-PCD-NUMERO PIC 9(05).
              05 WS-PCD-VOTOS  PIC 9(06).

      *----BOLETINS DA ELEICAO ANTERIOR POR CARGO/ZONA/SECAO, COM OS
      *    PRIMEIROS CANDIDATOS DA PAGINA (NUMERO E VOTOS)
       77  WS-ANT-ELEICAO  PIC 9(05) VALUE ZEROS.
       77  WS-ANT-TURNO    PIC 9(01) VALUE ZEROS.
       77  WS-ANT-LIDO     PIC X(01) VALUE 'N'.
       77  WS-ANT-NO-BOLETIM PIC X(01) VALUE 'N'.
       77  WS-MAX-ANTERIOR PIC 9(04) VALUE 3000.
       77  WS-QTD-ANTERIOR PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ANT      PIC 9(04) VALUE ZEROS.
       77  WS-ANT-ACHADO   PIC X(01) VALUE 'N'.
       77  WS-MAX-CAND-ANT PIC 9(02) VALUE 20.
       77  WS-IDX-ACD      PIC 9(02) VALUE ZEROS.
       01  WS-TAB-ANTERIOR.
           03 WS-ANT-ITEM OCCURS 3000 TIMES.
              05 WS-ANT-CARGO    PIC 9(02).
              05 WS-ANT-ZONA     PIC 9(04).
              05 WS-ANT-SECAO    PIC 9(04).
              05 WS-ANT-COMP     PIC 9(06).
              05 WS-ANT-QTD-CAND PIC 9(02).
              05 WS-ACD-ITEM OCCURS 20 TIMES.
                 07 WS-ACD-NUMERO PIC 9(05).
                 07 WS-ACD-VOTOS  PIC 9(06).

      *----BOLETINS DA APURACAO ATUAL (PARA A SEGUNDA PASSADA, CONTRA
      *    A MEDIA DA ZONA) E AS SOMAS POR ZONA/CARGO
       77  WS-MAX-BOLETINS PIC 9(04) VALUE 3000.
       77  WS-QTD-BOLETINS PIC 9(04) VALUE ZEROS.
       77  WS-IDX-BOL      PIC 9(04) VALUE ZEROS.
       01  WS-TAB-BOLETINS.
           03 WS-BOL-ITEM OCCURS 3000 TIMES.
              05 WS-BOL-CARGO  PIC 9(02).
              05 WS-BOL-MUN    PIC 9(04).
              05 WS-BOL-ZONA   PIC 9(04).
              05 WS-BOL-SECAO  PIC 9(04).
              05 WS-BOL-COMP   PIC 9(06).
              05 WS-BOL-BRANCO PIC 9(06).
              05 WS-BOL-NULO   PIC 9(06).
       77  WS-MAX-MEDIAS   PIC 9(03) VALUE 500.
       77  WS-QTD-MEDIAS   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-MED      PIC 9(03) VALUE ZEROS.
       77  WS-MED-ACHADA   PIC X(01) VALUE 'N'.
       01  WS-TAB-MEDIAS.
           03 WS-MED-ITEM OCCURS 500 TIMES.
              05 WS-MED-ZONA   PIC 9(04).
              05 WS-MED-CARGO  PIC 9(02).
              05 WS-MED-COMP   PIC 9(08).
              05 WS-MED-BRANCO PIC 9(08).
              05 WS-MED-NULO   PIC 9(08).

      *----EXCECOES ENCONTRADAS. GRAU = QUANTO O VALOR OBSERVADO
      *    PASSA DO LIMITE (100 = NO LIMITE); PONTOS DA SECAO = SOMA
      *    DOS GRAUS DAS SUAS EXCECOES, QUE ORDENA O RELATORIO.
       77  WS-MAX-EXCECOES PIC 9(04) VALUE 3000.
       77  WS-QTD-EXCECOES PIC 9(04) VALUE ZEROS.
       77  WS-IDX-EXC      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-EX2      PIC 9(04) VALUE ZEROS.
       01  WS-TAB-EXCECOES.
           03 WS-EXC-ITEM OCCURS 3000 TIMES.
              05 WS-EXC-ZONA       PIC 9(04).
              05 WS-EXC-SECAO      PIC 9(04).
              05 WS-EXC-MUN        PIC 9(04).
              05 WS-EXC-CARGO      PIC 9(02).
              05 WS-EXC-REGRA      PIC X(30).
              05 WS-EXC-OBSERVADO  PIC 9(06)V99.
              05 WS-EXC-REFERENCIA PIC 9(06)V99.
              05 WS-EXC-DETALHE    PIC X(12).
              05 WS-EXC-GRAU       PIC 9(04).
              05 WS-EXC-PONTOS     PIC 9(05).

      *----EXCECAO EM MONTAGEM (ENTRADA DE 4900-GRAVA-EXCECAO):
      *    MEDIDA E LIMITE DAO O GRAU
       77  WS-NEX-ZONA       PIC 9(04) VALUE ZEROS.
       77  WS-NEX-SECAO      PIC 9(04) VALUE ZEROS.
       77  WS-NEX-MUN        PIC 9(04) VALUE ZEROS.
       77  WS-NEX-CARGO      PIC 9(02) VALUE ZEROS.
       77  WS-NEX-REGRA      PIC X(30) VALUE SPACES.
       77  WS-NEX-OBSERVADO  PIC 9(06)V99 VALUE ZEROS.
       77  WS-NEX-REFERENCIA PIC 9(06)V99 VALUE ZEROS.
       77  WS-NEX-DETALHE    PIC X(12) VALUE SPACES.
       77  WS-NEX-MEDIDA     PIC 9(06)V99 VALUE ZEROS.
       77  WS-NEX-LIMITE     PIC 9(06)V99 VALUE ZEROS.
       77  WS-NEX-GRAU       PIC 9(08) VALUE ZEROS.
       77  WS-SOMA-PONTOS    PIC 9(08) VALUE ZEROS.

      *----AREAS DE CALCULO DAS REGRAS
       77  WS-APTOS-PAG    PIC 9(06) VALUE ZEROS.
       77  WS-TRANS-PAG    PIC 9(06) VALUE ZEROS.
       77  WS-LIMITE-COMP  PIC 9(06) VALUE ZEROS.
       77  WS-MAIOR-VOTOS  PIC 9(06) VALUE ZEROS.
       77  WS-MAIOR-NUMERO PIC 9(05) VALUE ZEROS.
       77  WS-PCT-ATU      PIC 9(03)V99 VALUE ZEROS.
       77  WS-PCT-ANT      PIC 9(03)V99 VALUE ZEROS.
       77  WS-PCT-DIF      PIC S9(03)V99 VALUE ZEROS.
       77  WS-PCT-MAIOR    PIC 9(03)V99 VALUE ZEROS.
       77  WS-VAR-COMP     PIC 9(06)V99 VALUE ZEROS.
       77  WS-DIF-COMP     PIC S9(06) VALUE ZEROS.
       77  WS-OCORRENCIAS  PIC 9(06) VALUE ZEROS.
       77  WS-EDT-NUM6     PIC 9(06) VALUE ZEROS.
       77  WS-EDT-NUM5     PIC 9(05) VALUE ZEROS.
       77  WS-EDT-PCT      PIC ZZ9,99.

      *----QUEBRAS DO RELATORIO ORDENADO
       77  WS-PRIMEIRA     PIC X(01) VALUE 'S'.
       77  WS-ZONA-ANT     PIC 9(04) VALUE ZEROS.
       77  WS-SECAO-ANT    PIC 9(04) VALUE ZEROS.
       77  WS-ORDEM        PIC 9(03) VALUE ZEROS.
       77  WS-TOT-SECOES-EXC PIC 9(06) VALUE ZEROS.

       01  WS-REL-CABECALHO1.
           03 FILLER  PIC X(43) VALUE
              'Auditoria Estatistica dos Boletins de Urna'.
           03 FILLER  PIC X(37) VALUE SPACES.
       01  WS-REL-ELEICAO.
           03 FILLER          PIC X(09) VALUE 'ELEICAO: '.
           03 WS-RE-ELEICAO   PIC 9(05).
           03 FILLER          PIC X(09) VALUE '  TURNO: '.
           03 WS-RE-TURNO     PIC 9(01).
           03 FILLER          PIC X(56) VALUE SPACES.
       01  WS-REL-ANTERIOR.
           03 FILLER          PIC X(27) VALUE
              'COMPARADA COM A ELEICAO:  '.
           03 WS-RA-ELEICAO   PIC 9(05).
           03 FILLER          PIC X(09) VALUE '  TURNO: '.
           03 WS-RA-TURNO     PIC 9(01).
           03 FILLER          PIC X(38) VALUE SPACES.
       01  WS-REL-SEM-ANTERIOR.
           03 FILLER          PIC X(50) VALUE
              'SEM ARQUIVO MORTO DA ELEICAO ANTERIOR - COMPARACAO'.
           03 FILLER          PIC X(30) VALUE
              ' NAO REALIZADA'.
       01  WS-REL-LIM-COMP.
           03 FILLER  PIC X(45) VALUE
              'COMPARECIMENTO MINIMO PARA AS PROPORCOES:    '.
           03 WS-RL-MINCOMP   PIC ZZZZZ9.
           03 FILLER          PIC X(29) VALUE SPACES.
       01  WS-REL-LIM-CAND.
           03 FILLER  PIC X(45) VALUE
              'PARTICIPACAO MAXIMA DE UM CANDIDATO (%):     '.
           03 WS-RL-PCTCAND   PIC ZZ9,99.
           03 FILLER          PIC X(29) VALUE SPACES.
       01  WS-REL-LIM-BN.
           03 FILLER  PIC X(45) VALUE
              'DESVIO MAXIMO BRANCO/NULO X ZONA (P.P.):     '.
           03 WS-RL-DESVBN    PIC ZZ9,99.
           03 FILLER          PIC X(29) VALUE SPACES.
       01  WS-REL-LIM-IRR.
           03 FILLER  PIC X(45) VALUE
              'MAXIMO DE IRREGULARES+DUPLICADOS NA SECAO:   '.
           03 WS-RL-MAXIRR    PIC ZZZZZ9.
           03 FILLER          PIC X(29) VALUE SPACES.
       01  WS-REL-LIM-CRI.
           03 FILLER  PIC X(45) VALUE
              'MAXIMO DE REJEITADOS NA CRITICA DA SECAO:    '.
           03 WS-RL-MAXCRI    PIC ZZZZZ9.
           03 FILLER          PIC X(29) VALUE SPACES.
       01  WS-REL-LIM-ANT.
           03 FILLER  PIC X(45) VALUE
              'VARIACAO MAXIMA X ELEICAO ANTERIOR (%/P.P.): '.
           03 WS-RL-VARANT    PIC ZZ9,99.
           03 FILLER          PIC X(29) VALUE SPACES.
       01  WS-REL-ZONA.
           03 FILLER          PIC X(06) VALUE 'ZONA: '.
           03 WS-RZ-ZONA      PIC 9(04).
           03 FILLER          PIC X(70) VALUE SPACES.
       01  WS-REL-COLUNAS.
           03 FILLER  PIC X(04) VALUE SPACES.
           03 FILLER  PIC X(04) VALUE 'CRG'.
           03 FILLER  PIC X(31) VALUE 'REGRA'.
           03 FILLER  PIC X(12) VALUE 'OBSERVADO'.
           03 FILLER  PIC X(11) VALUE 'REFERENCIA'.
           03 FILLER  PIC X(06) VALUE 'GRAU'.
           03 FILLER  PIC X(12) VALUE 'DETALHE'.
       01  WS-REL-SECAO.
           03 FILLER          PIC X(07) VALUE 'ORDEM: '.
           03 WS-RS-ORDEM     PIC 9(03).
           03 FILLER          PIC X(09) VALUE '  SECAO: '.
           03 WS-RS-SECAO     PIC 9(04).
           03 FILLER          PIC X(13) VALUE '  MUNICIPIO: '.
           03 WS-RS-MUN       PIC 9(04).
           03 FILLER          PIC X(09) VALUE '  APTOS: '.
           03 WS-RS-APTOS     PIC 9(06).
           03 FILLER          PIC X(10) VALUE '  PONTOS: '.
           03 WS-RS-PONTOS    PIC 9(05).
           03 FILLER          PIC X(10) VALUE SPACES.
       01  WS-REL-DETALHE.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WS-RD-CARGO     PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-RD-REGRA     PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-RD-OBSERVADO PIC ZZZZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WS-RD-REFERENCIA PIC ZZZZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-RD-GRAU      PIC ZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-RD-DETALHE   PIC X(12).
       01  WS-REL-NENHUMA.
           03 FILLER  PIC X(46) VALUE
              'NENHUMA SECAO ULTRAPASSOU OS LIMITES DEFINIDOS'.
           03 FILLER  PIC X(34) VALUE SPACES.
       01  WS-REL-TOT-BOL.
           03 FILLER        PIC X(22) VALUE 'BOLETINS AUDITADOS:   '.
           03 WS-RT-BOL     PIC 9(06).
           03 FILLER        PIC X(52) VALUE SPACES.
       01  WS-REL-TOT-SEC.
           03 FILLER        PIC X(22) VALUE 'SECOES COM EXCECAO:   '.
           03 WS-RT-SEC     PIC 9(06).
           03 FILLER        PIC X(52) VALUE SPACES.
       01  WS-REL-TOT-EXC.
           03 FILLER        PIC X(22) VALUE 'EXCECOES:             '.
           03 WS-RT-EXC     PIC 9(06).
           03 FILLER        PIC X(52) VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0100-CARREGA-PARAMETROS

           MOVE 'AUDITABOLETIM' TO WS-PAS-PROGRAMA
           MOVE 'RELAPURACAO' TO WS-PAS-ANTERIOR
           MOVE 00 TO WS-PAS-RC-MAX
           PERFORM 0500-INICIA-PASSO

           PERFORM 1000-CARREGA-APTOS
           PERFORM 1100-CARREGA-TRANSITO
           PERFORM 1200-CONTA-IRREGULARES
           PERFORM 1300-CONTA-DUPLICADOS
           MOVE WS-PRM-ARQ-CRITICA TO WS-NOME-CRITICA
           PERFORM 1400-CONTA-CRITICA
           MOVE WS-PRM-ARQ-CRITCAD TO WS-NOME-CRITICA
           PERFORM 1400-CONTA-CRITICA

           PERFORM 2000-CARREGA-ANTERIOR
           PERFORM 3000-LE-BOLETINS
           PERFORM 4000-AVALIA-MEDIAS-ZONA
           PERFORM 4500-AVALIA-OCORRENCIAS
           PERFORM 4800-PONTUA-SECOES

           OPEN OUTPUT ARQAUDITORIA
           PERFORM 5500-IMPRIME-CABECALHO
           IF WS-QTD-EXCECOES = 0
               WRITE REG-AUDITORIA FROM WS-REL-NENHUMA
           ELSE
               SORT SORT-WORK
                   ON ASCENDING  KEY SRT-ZONA
                   ON DESCENDING KEY SRT-PONTOS
                   ON ASCENDING  KEY SRT-SECAO
                   ON DESCENDING KEY SRT-GRAU
                   INPUT PROCEDURE IS 5000-FORNECE-EXCECOES
                   OUTPUT PROCEDURE IS 6000-IMPRIME-EXCECOES
           END-IF
           WRITE REG-AUDITORIA FROM WS-PONTILHADO
           MOVE WS-QTD-BOLETINS   TO WS-RT-BOL
           WRITE REG-AUDITORIA FROM WS-REL-TOT-BOL
           MOVE WS-TOT-SECOES-EXC TO WS-RT-SEC
           WRITE REG-AUDITORIA FROM WS-REL-TOT-SEC
           MOVE WS-QTD-EXCECOES   TO WS-RT-EXC
           WRITE REG-AUDITORIA FROM WS-REL-TOT-EXC
           CLOSE ARQAUDITORIA

           DISPLAY 'AUDITORIA DOS BOLETINS CONCLUIDA - BOLETINS: '
                   WS-QTD-BOLETINS ' SECOES COM EXCECAO: '
                   WS-TOT-SECOES-EXC ' EXCECOES: ' WS-QTD-EXCECOES
           IF WS-QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0520-ENCERRA-PASSO
           GOBACK.
      *----------------------------------------------------------------*
       1000-CARREGA-APTOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQREGISTRO
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'CADASTRO ELEITORAL AUSENTE OU ILEGIVEL - '
                       'STATUS: ' WS-REG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 0520-ENCERRA-PASSO
               GOBACK
           END-IF
           PERFORM 1010-LER-REGISTRO
           PERFORM UNTIL WS-REG-EOF = 'S'
               MOVE ELE-MUNICIPIO TO WS-BUS-MUN
               MOVE ELE-ZONA      TO WS-BUS-ZONA
               MOVE ELE-SECAO     TO WS-BUS-SECAO
               PERFORM 1500-LOCALIZA-SECAO
               IF WS-SEC-ACHADA = 'S'
                  AND ELE-SITUACAO = 'A'
                   ADD 1 TO WS-SEC-APTOS (WS-IDX-SEC)
               END-IF
               PERFORM 1010-LER-REGISTRO
           END-PERFORM
           CLOSE ARQREGISTRO
           .
           EXIT.
      *----------------------------------------------------------------*
       1010-LER-REGISTRO.
      *----------------------------------------------------------------*
           READ ARQREGISTRO
                  AT END
                     MOVE 'S' TO WS-REG-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-CARREGA-TRANSITO.
      *----------------------------------------------------------------*
      *----CADA AUTORIZACAO E UM ELEITOR QUE PODE TER VOTADO NA
      *    SECAO DE DESTINO ALEM DOS APTOS DELA
           OPEN INPUT ARQTRANSITO
           IF WS-TRA-STATUS = '00'
               PERFORM 1110-LER-TRANSITO
               PERFORM UNTIL WS-TRA-EOF = 'S'
                   MOVE TRA-MUNICIPIO TO WS-BUS-MUN
                   MOVE TRA-ZONA      TO WS-BUS-ZONA
                   MOVE TRA-SECAO     TO WS-BUS-SECAO
                   PERFORM 1500-LOCALIZA-SECAO
                   IF WS-SEC-ACHADA = 'S'
                       ADD 1 TO WS-SEC-TRANS (WS-IDX-SEC)
                   END-IF
                   PERFORM 1110-LER-TRANSITO
               END-PERFORM
           END-IF
           CLOSE ARQTRANSITO
           .
           EXIT.
      *----------------------------------------------------------------*
       1110-LER-TRANSITO.
      *----------------------------------------------------------------*
           READ ARQTRANSITO
                  AT END
                     MOVE 'S' TO WS-TRA-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-CONTA-IRREGULARES.
      *----------------------------------------------------------------*
      *----LINHA DE DETALHE: TITULO 1-12, ZONA 21-24, SECAO 28-31
      *    (WS-IRR-DETALHE DO RELAPURACAO)
           OPEN INPUT ARQVOTOSIRREGULARES
           IF WS-IRR-STATUS = '00'
               PERFORM 1210-LER-IRREGULAR
               PERFORM UNTIL WS-IRR-EOF = 'S'
                   IF REG-IRREGULAR (1:12) IS NUMERIC
                      AND REG-IRREGULAR (21:4) IS NUMERIC
                      AND REG-IRREGULAR (28:4) IS NUMERIC
                       MOVE ZEROS               TO WS-BUS-MUN
                       MOVE REG-IRREGULAR (21:4) TO WS-BUS-ZONA
                       MOVE REG-IRREGULAR (28:4) TO WS-BUS-SECAO
                       PERFORM 1500-LOCALIZA-SECAO
                       IF WS-SEC-ACHADA = 'S'
                           ADD 1 TO WS-SEC-IRREG (WS-IDX-SEC)
                       END-IF
                   END-IF
                   PERFORM 1210-LER-IRREGULAR
               END-PERFORM
           ELSE
               DISPLAY 'ARQVOTOSIRREGULARES.TXT AUSENTE - SEM '
                       'CONTAGEM DE IRREGULARES'
           END-IF
           CLOSE ARQVOTOSIRREGULARES
           .
           EXIT.
      *----------------------------------------------------------------*
       1210-LER-IRREGULAR.
      *----------------------------------------------------------------*
           READ ARQVOTOSIRREGULARES
                  AT END
                     MOVE 'S' TO WS-IRR-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-CONTA-DUPLICADOS.
      *----------------------------------------------------------------*
      *----LINHA DE DETALHE: TITULO 1-12, ZONA 64-67, SECAO 71-74
      *    (WS-DUP-DETALHE DO RELAPURACAO)
           OPEN INPUT ARQELEITORDUPLICADO
           IF WS-DUP-STATUS = '00'
               PERFORM 1310-LER-DUPLICADO
               PERFORM UNTIL WS-DUP-EOF = 'S'
                   IF REG-DUPLICADO (1:12) IS NUMERIC
                      AND REG-DUPLICADO (64:4) IS NUMERIC
                      AND REG-DUPLICADO (71:4) IS NUMERIC
                       MOVE ZEROS               TO WS-BUS-MUN
                       MOVE REG-DUPLICADO (64:4) TO WS-BUS-ZONA
                       MOVE REG-DUPLICADO (71:4) TO WS-BUS-SECAO
                       PERFORM 1500-LOCALIZA-SECAO
                       IF WS-SEC-ACHADA = 'S'
                           ADD 1 TO WS-SEC-DUPLIC (WS-IDX-SEC)
                       END-IF
                   END-IF
                   PERFORM 1310-LER-DUPLICADO
               END-PERFORM
           ELSE
               DISPLAY 'ARQELEITORDUPLICADO.TXT AUSENTE - SEM '
                       'CONTAGEM DE DUPLICADOS'
           END-IF
           CLOSE ARQELEITORDUPLICADO
           .
           EXIT.
      *----------------------------------------------------------------*
       1310-LER-DUPLICADO.
      *----------------------------------------------------------------*
           READ ARQELEITORDUPLICADO
                  AT END
                     MOVE 'S' TO WS-DUP-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1400-CONTA-CRITICA.
      *----------------------------------------------------------------*
      *----LINHA DE DETALHE DA CRITICA (WS-CRI-DETALHE DO
      *    CRITICAVOTOS): CODIGO 1-2, LINHA 32-37 E O REGISTRO BRUTO A
      *    PARTIR DA 40 - ZONA 46-49 E SECAO 50-53. REJEITADO COM
      *    ZONA/SECAO INVALIDA NAO TEM SECAO PARA ONDE CONTAR.
           MOVE SPACE TO WS-CRI-EOF
           OPEN INPUT ARQCRITICA
           IF WS-CRI-STATUS = '00'
               PERFORM 1410-LER-CRITICA
               PERFORM UNTIL WS-CRI-EOF = 'S'
                   IF REG-CRITICA (1:2)  IS NUMERIC
                      AND REG-CRITICA (32:6) IS NUMERIC
                      AND REG-CRITICA (46:4) IS NUMERIC
                      AND REG-CRITICA (50:4) IS NUMERIC
                      AND REG-CRITICA (46:4) NOT = '0000'
                      AND REG-CRITICA (50:4) NOT = '0000'
                       MOVE ZEROS             TO WS-BUS-MUN
                       MOVE REG-CRITICA (46:4) TO WS-BUS-ZONA
                       MOVE REG-CRITICA (50:4) TO WS-BUS-SECAO
                       PERFORM 1500-LOCALIZA-SECAO
                       IF WS-SEC-ACHADA = 'S'
                           ADD 1 TO WS-SEC-CRITICA (WS-IDX-SEC)
                       END-IF
                   END-IF
                   PERFORM 1410-LER-CRITICA
               END-PERFORM
           ELSE
               DISPLAY 'RELATORIO DE CRITICA AUSENTE - SEM CONTAGEM '
                       'DE REJEITADOS: ' WS-NOME-CRITICA
           END-IF
           CLOSE ARQCRITICA
           .
           EXIT.
      *----------------------------------------------------------------*
       1410-LER-CRITICA.
      *----------------------------------------------------------------*
           READ ARQCRITICA
                  AT END
                     MOVE 'S' TO WS-CRI-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-LOCALIZA-SECAO.
      *----------------------------------------------------------------*
      *----LOCALIZA A ZONA/SECAO (WS-BUS-*) NA TABELA DE SECOES,
      *    CRIANDO A ENTRADA QUANDO AINDA NAO EXISTE
           MOVE 'N' TO WS-SEC-ACHADA
           MOVE 1 TO WS-IDX-SEC
           PERFORM UNTIL WS-IDX-SEC > WS-QTD-SECOES
                         OR WS-SEC-ACHADA = 'S'
               IF WS-SEC-ZONA  (WS-IDX-SEC) = WS-BUS-ZONA
                  AND WS-SEC-SECAO (WS-IDX-SEC) = WS-BUS-SECAO
                   MOVE 'S' TO WS-SEC-ACHADA
               ELSE
                   ADD 1 TO WS-IDX-SEC
               END-IF
           END-PERFORM

           IF WS-SEC-ACHADA NOT = 'S'
               IF WS-QTD-SECOES < WS-MAX-SECOES
                   ADD 1 TO WS-QTD-SECOES
                   MOVE WS-QTD-SECOES TO WS-IDX-SEC
                   MOVE WS-BUS-MUN   TO WS-SEC-MUN     (WS-IDX-SEC)
                   MOVE WS-BUS-ZONA  TO WS-SEC-ZONA    (WS-IDX-SEC)
                   MOVE WS-BUS-SECAO TO WS-SEC-SECAO   (WS-IDX-SEC)
                   MOVE ZEROS        TO WS-SEC-APTOS   (WS-IDX-SEC)
                   MOVE ZEROS        TO WS-SEC-TRANS   (WS-IDX-SEC)
                   MOVE ZEROS        TO WS-SEC-IRREG   (WS-IDX-SEC)
                   MOVE ZEROS        TO WS-SEC-DUPLIC  (WS-IDX-SEC)
                   MOVE ZEROS        TO WS-SEC-CRITICA (WS-IDX-SEC)
                   MOVE 'S' TO WS-SEC-ACHADA
               ELSE
                   DISPLAY 'TABELA DE SECOES EXCEDE O LIMITE DE '
                           WS-MAX-SECOES ' - ZONA/SECAO IGNORADA: '
                           WS-BUS-ZONA '/' WS-BUS-SECAO
               END-IF
           ELSE
               IF WS-SEC-MUN (WS-IDX-SEC) = 0
                   MOVE WS-BUS-MUN TO WS-SEC-MUN (WS-IDX-SEC)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CARREGA-ANTERIOR.
      *----------------------------------------------------------------*
      *----PERCORRE O ARQUIVO MORTO ANTERIOR E PASSA AS LINHAS 'D' DO
      *    MEMBRO ARQBOLETIMURNA.TXT PELO RECONHECIMENTO DAS PAGINAS
      *    DO BOLETIM IMPRESSO (3200). UM VOLUME DA PROPRIA ELEICAO E
      *    TURNO NAO SERVE DE COMPARACAO E E DESCARTADO.
           MOVE 'N' TO WS-ANT-LIDO
           MOVE 'N' TO WS-PAG-ATIVA
           OPEN INPUT ARQANTERIOR
           IF WS-ANT-STATUS = '00'
               MOVE 'S' TO WS-ANT-LIDO
               PERFORM 2010-LER-ANTERIOR
               PERFORM UNTIL WS-ANT-EOF = 'S'
                   PERFORM 2100-TRATA-ANTERIOR
                   PERFORM 2010-LER-ANTERIOR
               END-PERFORM
           ELSE
               DISPLAY 'ARQUIVO MORTO DA ELEICAO ANTERIOR AUSENTE - '
                       'SEM COMPARACAO: ' WS-PRM-ARQ-ARQANT
           END-IF
           CLOSE ARQANTERIOR
           IF WS-ANT-LIDO = 'S'
               DISPLAY 'BOLETINS DA ELEICAO ANTERIOR CARREGADOS: '
                       WS-QTD-ANTERIOR
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2010-LER-ANTERIOR.
      *----------------------------------------------------------------*
           READ ARQANTERIOR
                  AT END
                     MOVE 'S' TO WS-ANT-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATA-ANTERIOR.
      *----------------------------------------------------------------*
           IF ARD-TIPO = 'D'
               IF WS-ANT-NO-BOLETIM = 'S'
                   MOVE ARD-DADOS (1:80) TO WS-BOL-LINHA
                   PERFORM 3200-CLASSIFICA-LINHA
               END-IF
           ELSE
               EVALUATE ARC-TIPO
                   WHEN 'CAB'
                       MOVE ARC-ELEICAO TO WS-ANT-ELEICAO
                       MOVE ARC-TURNO   TO WS-ANT-TURNO
                       IF ARC-ELEICAO = WS-PRM-ELEICAO
                          AND ARC-TURNO = WS-PRM-TURNO
                           DISPLAY 'ARQUIVO MORTO INFORMADO E DA '
                                   'PROPRIA ELEICAO/TURNO - SEM '
                                   'COMPARACAO'
                           MOVE 'N' TO WS-ANT-LIDO
                           MOVE 'S' TO WS-ANT-EOF
                       END-IF
                   WHEN 'MBR'
                       IF AMB-NOME = 'ARQBOLETIMURNA.TXT'
                           MOVE 'S' TO WS-ANT-NO-BOLETIM
                       ELSE
                           MOVE 'N' TO WS-ANT-NO-BOLETIM
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-ANT-NO-BOLETIM
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-GUARDA-PAGINA-ANTERIOR.
      *----------------------------------------------------------------*
           IF WS-QTD-ANTERIOR < WS-MAX-ANTERIOR
               ADD 1 TO WS-QTD-ANTERIOR
               MOVE WS-QTD-ANTERIOR TO WS-IDX-ANT
               MOVE WS-PAG-CARGO TO WS-ANT-CARGO (WS-IDX-ANT)
               MOVE WS-PAG-ZONA  TO WS-ANT-ZONA  (WS-IDX-ANT)
               MOVE WS-PAG-SECAO TO WS-ANT-SECAO (WS-IDX-ANT)
               MOVE WS-PAG-COMP  TO WS-ANT-COMP  (WS-IDX-ANT)
               MOVE ZEROS TO WS-ANT-QTD-CAND (WS-IDX-ANT)
               MOVE 1 TO WS-IDX-PCD
               PERFORM UNTIL WS-IDX-PCD > WS-PAG-QTD-CAND
                             OR WS-IDX-PCD > WS-MAX-CAND-ANT
                   ADD 1 TO WS-ANT-QTD-CAND (WS-IDX-ANT)
                   MOVE WS-PCD-NUMERO (WS-IDX-PCD)
                        TO WS-ACD-NUMERO (WS-IDX-ANT WS-IDX-PCD)
                   MOVE WS-PCD-VOTOS  (WS-IDX-PCD)
                        TO WS-ACD-VOTOS  (WS-IDX-ANT WS-IDX-PCD)
                   ADD 1 TO WS-IDX-PCD
               END-PERFORM
           ELSE
               DISPLAY 'BOLETINS DA ELEICAO ANTERIOR EXCEDEM O '
                       'LIMITE DE ' WS-MAX-ANTERIOR ' - IGNORADO: '
                       WS-PAG-CARGO ' ' WS-PAG-ZONA '/' WS-PAG-SECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-LE-BOLETINS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQBOLETIMDADOS
           IF WS-BOL-STATUS NOT = '00'
               DISPLAY 'DADOS DO BOLETIM AUSENTES - AUDITORIA '
                       'ABANDONADA: ' WS-PRM-ARQ-BOLDAD
               CLOSE ARQBOLETIMDADOS
               MOVE 12 TO RETURN-CODE
               PERFORM 0520-ENCERRA-PASSO
               GOBACK
           END-IF
           PERFORM 3100-LER-BOLETIM
           PERFORM UNTIL WS-BOL-EOF = 'S'
               PERFORM 3150-TRATA-BOLETIM
               PERFORM 3100-LER-BOLETIM
           END-PERFORM
           CLOSE ARQBOLETIMDADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LER-BOLETIM.
      *----------------------------------------------------------------*
           READ ARQBOLETIMDADOS
                  AT END
                     MOVE 'S' TO WS-BOL-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       3150-TRATA-BOLETIM.
      *----------------------------------------------------------------*
           IF BUC-TIPO = 'E'
               IF BUC-ELEICAO NOT = WS-PRM-ELEICAO
                  OR BUC-TURNO NOT = WS-PRM-TURNO
                   DISPLAY 'BOLETIM DE OUTRA ELEICAO/TURNO ('
                           BUC-ELEICAO '/' BUC-TURNO
                           ') - ESPERADO ('
                           WS-PRM-ELEICAO WS-PRM-TURNO
                           ') - AUDITORIA ABANDONADA'
                   CLOSE ARQBOLETIMDADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0520-ENCERRA-PASSO
                   GOBACK
               END-IF
           END-IF
           IF BUD-TIPO = 'B'
               MOVE BUD-CARGO          TO WS-PAG-CARGO
               MOVE BUD-MUNICIPIO      TO WS-PAG-MUN
               MOVE BUD-ZONA           TO WS-PAG-ZONA
               MOVE BUD-SECAO          TO WS-PAG-SECAO
               MOVE BUD-BRANCO         TO WS-PAG-BRANCO
               MOVE BUD-NULO           TO WS-PAG-NULO
               MOVE BUD-COMPARECIMENTO TO WS-PAG-COMP
               MOVE ZEROS TO WS-PAG-QTD-CAND
               MOVE 1 TO WS-IDX-PCD
               PERFORM UNTIL WS-IDX-PCD > BUD-QTD-CAND
                             OR WS-IDX-PCD > WS-MAX-CAND-PAG
                   ADD 1 TO WS-PAG-QTD-CAND
                   MOVE BUD-CAND-NUMERO (WS-IDX-PCD)
                        TO WS-PCD-NUMERO (WS-IDX-PCD)
                   MOVE BUD-CAND-VOTOS  (WS-IDX-PCD)
                        TO WS-PCD-VOTOS  (WS-IDX-PCD)
                   ADD 1 TO WS-IDX-PCD
               END-PERFORM
               PERFORM 3500-AVALIA-PAGINA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-CLASSIFICA-LINHA.
      *----------------------------------------------------------------*
      *----A PAGINA COMECA NA LINHA DE ZONA/SECAO E FECHA NA LINHA DE
      *    COMPARECIMENTO, A ULTIMA DOS TOTAIS
           IF WS-BOL-LINHA (1:7) = 'CARGO: '
              AND WS-BOL-LINHA (8:2) IS NUMERIC
               MOVE WS-BOL-LINHA (8:2) TO WS-PAG-CARGO
           END-IF

           IF WS-BOL-LINHA (1:11) = 'MUNICIPIO: '
              AND WS-BOL-LINHA (12:4) IS NUMERIC
               MOVE WS-BOL-LINHA (12:4) TO WS-PAG-MUN
           END-IF

           IF WS-BOL-LINHA (1:6) = 'ZONA: '
              AND WS-BOL-LINHA (7:4) IS NUMERIC
              AND WS-BOL-LINHA (21:4) IS NUMERIC
               MOVE WS-BOL-LINHA (7:4)  TO WS-PAG-ZONA
               MOVE WS-BOL-LINHA (21:4) TO WS-PAG-SECAO
               MOVE 'S'    TO WS-PAG-ATIVA
               MOVE ZEROS  TO WS-PAG-BRANCO
               MOVE ZEROS  TO WS-PAG-NULO
               MOVE ZEROS  TO WS-PAG-COMP
               MOVE ZEROS  TO WS-PAG-QTD-CAND
           ELSE
               IF WS-PAG-ATIVA = 'S'
                   PERFORM 3210-EXTRAI-VALOR-PAGINA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3210-EXTRAI-VALOR-PAGINA.
      *----------------------------------------------------------------*
           IF WS-BOL-LINHA (1:5) IS NUMERIC
              AND WS-BOL-LINHA (29:6) IS NUMERIC
               IF WS-PAG-QTD-CAND < WS-MAX-CAND-PAG
                   ADD 1 TO WS-PAG-QTD-CAND
                   MOVE WS-BOL-LINHA (1:5)
                        TO WS-PCD-NUMERO (WS-PAG-QTD-CAND)
                   MOVE WS-BOL-LINHA (29:6)
                        TO WS-PCD-VOTOS  (WS-PAG-QTD-CAND)
               END-IF
           END-IF
           IF WS-BOL-LINHA (1:8) = 'BRANCOS:'
              AND WS-BOL-LINHA (17:6) IS NUMERIC
               MOVE WS-BOL-LINHA (17:6) TO WS-PAG-BRANCO
           END-IF
           IF WS-BOL-LINHA (1:6) = 'NULOS:'
              AND WS-BOL-LINHA (17:6) IS NUMERIC
               MOVE WS-BOL-LINHA (17:6) TO WS-PAG-NULO
           END-IF
           IF WS-BOL-LINHA (1:15) = 'COMPARECIMENTO:'
              AND WS-BOL-LINHA (17:6) IS NUMERIC
               MOVE WS-BOL-LINHA (17:6) TO WS-PAG-COMP
               MOVE 'N' TO WS-PAG-ATIVA
               PERFORM 2300-GUARDA-PAGINA-ANTERIOR
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-AVALIA-PAGINA.
      *----------------------------------------------------------------*
      *----REGRAS QUE SO DEPENDEM DA PROPRIA PAGINA: COMPARECIMENTO
      *    ACIMA DOS APTOS, CANDIDATO COM VOTACAO EXTREMA E DIFERENCA
      *    PARA A MESMA SECAO NA ELEICAO ANTERIOR. A PAGINA FICA
      *    GUARDADA PARA A REGRA DA MEDIA DA ZONA (4000).
           PERFORM 3510-GUARDA-BOLETIM
           MOVE WS-PAG-ZONA  TO WS-NEX-ZONA
           MOVE WS-PAG-SECAO TO WS-NEX-SECAO
           MOVE WS-PAG-MUN   TO WS-NEX-MUN
           MOVE WS-PAG-CARGO TO WS-NEX-CARGO
           PERFORM 3530-REGRA-COMPARECIMENTO
           IF WS-PAG-COMP >= WS-PRM-AUDMINCOMP
              AND WS-PAG-COMP > 0
               PERFORM 3540-REGRA-CANDIDATO
               PERFORM 3550-REGRA-ANTERIOR
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3510-GUARDA-BOLETIM.
      *----------------------------------------------------------------*
           IF WS-QTD-BOLETINS < WS-MAX-BOLETINS
               ADD 1 TO WS-QTD-BOLETINS
               MOVE WS-QTD-BOLETINS TO WS-IDX-BOL
               MOVE WS-PAG-CARGO  TO WS-BOL-CARGO  (WS-IDX-BOL)
               MOVE WS-PAG-MUN    TO WS-BOL-MUN    (WS-IDX-BOL)
               MOVE WS-PAG-ZONA   TO WS-BOL-ZONA   (WS-IDX-BOL)
               MOVE WS-PAG-SECAO  TO WS-BOL-SECAO  (WS-IDX-BOL)
               MOVE WS-PAG-COMP   TO WS-BOL-COMP   (WS-IDX-BOL)
               MOVE WS-PAG-BRANCO TO WS-BOL-BRANCO (WS-IDX-BOL)
               MOVE WS-PAG-NULO   TO WS-BOL-NULO   (WS-IDX-BOL)
               PERFORM 3520-ACUMULA-MEDIA-ZONA
           ELSE
               DISPLAY 'BOLETINS EXCEDEM O LIMITE DE '
                       WS-MAX-BOLETINS ' - FORA DA MEDIA DA ZONA: '
                       WS-PAG-CARGO ' ' WS-PAG-ZONA '/' WS-PAG-SECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3520-ACUMULA-MEDIA-ZONA.
      *----------------------------------------------------------------*
           PERFORM 3525-LOCALIZA-MEDIA
           IF WS-MED-ACHADA NOT = 'S'
               IF WS-QTD-MEDIAS < WS-MAX-MEDIAS
                   ADD 1 TO WS-QTD-MEDIAS
                   MOVE WS-QTD-MEDIAS TO WS-IDX-MED
                   MOVE WS-PAG-ZONA  TO WS-MED-ZONA   (WS-IDX-MED)
                   MOVE WS-PAG-CARGO TO WS-MED-CARGO  (WS-IDX-MED)
                   MOVE ZEROS        TO WS-MED-COMP   (WS-IDX-MED)
                   MOVE ZEROS        TO WS-MED-BRANCO (WS-IDX-MED)
                   MOVE ZEROS        TO WS-MED-NULO   (WS-IDX-MED)
                   MOVE 'S' TO WS-MED-ACHADA
               ELSE
                   DISPLAY 'ZONAS/CARGOS EXCEDEM O LIMITE DE '
                           WS-MAX-MEDIAS ' - SEM MEDIA DA ZONA: '
                           WS-PAG-ZONA ' CARGO ' WS-PAG-CARGO
               END-IF
           END-IF
           IF WS-MED-ACHADA = 'S'
               ADD WS-PAG-COMP   TO WS-MED-COMP   (WS-IDX-MED)
               ADD WS-PAG-BRANCO TO WS-MED-BRANCO (WS-IDX-MED)
               ADD WS-PAG-NULO   TO WS-MED-NULO   (WS-IDX-MED)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3525-LOCALIZA-MEDIA.
      *----------------------------------------------------------------*
      *----ZONA/CARGO DA PAGINA CORRENTE (WS-PAG-*)
           MOVE 'N' TO WS-MED-ACHADA
           MOVE 1 TO WS-IDX-MED
           PERFORM UNTIL WS-IDX-MED > WS-QTD-MEDIAS
                         OR WS-MED-ACHADA = 'S'
               IF WS-MED-ZONA  (WS-IDX-MED) = WS-PAG-ZONA
                  AND WS-MED-CARGO (WS-IDX-MED) = WS-PAG-CARGO
                   MOVE 'S' TO WS-MED-ACHADA
               ELSE
                   ADD 1 TO WS-IDX-MED
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3530-REGRA-COMPARECIMENTO.
      *----------------------------------------------------------------*
      *----O LIMITE E A SOMA DOS APTOS DAS SECOES DO BOLETIM (A
      *    PROPRIA E AS AGREGADAS A ELA) MAIS OS ELEITORES AUTORIZADOS
      *    A VOTAR NELAS EM TRANSITO
           MOVE ZEROS TO WS-APTOS-PAG
           MOVE ZEROS TO WS-TRANS-PAG
           MOVE WS-PAG-MUN   TO WS-BUS-MUN
           MOVE WS-PAG-ZONA  TO WS-BUS-ZONA
           MOVE WS-PAG-SECAO TO WS-BUS-SECAO
           PERFORM 3535-SOMA-APTOS-SECAO
           IF BUD-AGREGADORA = 'S'
               MOVE 1 TO WS-IDX-AGR
               PERFORM UNTIL WS-IDX-AGR > BUD-QTD-AGREG
                   MOVE BUD-SECAO-AGREG (WS-IDX-AGR) TO WS-BUS-SECAO
                   IF WS-BUS-SECAO NOT = WS-PAG-SECAO
                       PERFORM 3535-SOMA-APTOS-SECAO
                   END-IF
                   ADD 1 TO WS-IDX-AGR
               END-PERFORM
           END-IF
           COMPUTE WS-LIMITE-COMP = WS-APTOS-PAG + WS-TRANS-PAG
           IF WS-PAG-COMP > WS-LIMITE-COMP
               MOVE 'COMPARECIMENTO ACIMA DOS APTOS' TO WS-NEX-REGRA
               MOVE WS-PAG-COMP    TO WS-NEX-OBSERVADO
               MOVE WS-LIMITE-COMP TO WS-NEX-REFERENCIA
               MOVE SPACES TO WS-NEX-DETALHE
               IF WS-TRANS-PAG > 0
                   MOVE WS-TRANS-PAG TO WS-EDT-NUM6
                   STRING 'TRANS ' WS-EDT-NUM6 DELIMITED BY SIZE
                       INTO WS-NEX-DETALHE
                   END-STRING
               END-IF
               MOVE WS-PAG-COMP    TO WS-NEX-MEDIDA
               MOVE WS-LIMITE-COMP TO WS-NEX-LIMITE
               PERFORM 4900-GRAVA-EXCECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3535-SOMA-APTOS-SECAO.
      *----------------------------------------------------------------*
           PERFORM 1500-LOCALIZA-SECAO
           IF WS-SEC-ACHADA = 'S'
               ADD WS-SEC-APTOS (WS-IDX-SEC) TO WS-APTOS-PAG
               ADD WS-SEC-TRANS (WS-IDX-SEC) TO WS-TRANS-PAG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3540-REGRA-CANDIDATO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-MAIOR-VOTOS
           MOVE ZEROS TO WS-MAIOR-NUMERO
           MOVE 1 TO WS-IDX-PCD
           PERFORM UNTIL WS-IDX-PCD > WS-PAG-QTD-CAND
               IF WS-PCD-VOTOS (WS-IDX-PCD) > WS-MAIOR-VOTOS
                   MOVE WS-PCD-VOTOS  (WS-IDX-PCD) TO WS-MAIOR-VOTOS
                   MOVE WS-PCD-NUMERO (WS-IDX-PCD) TO WS-MAIOR-NUMERO
               END-IF
               ADD 1 TO WS-IDX-PCD
           END-PERFORM
           COMPUTE WS-PCT-ATU ROUNDED =
                   WS-MAIOR-VOTOS * 100 / WS-PAG-COMP
           IF WS-PCT-ATU > WS-PRM-AUDPCTCAND
               MOVE 'CANDIDATO COM VOTACAO EXTREMA' TO WS-NEX-REGRA
               MOVE WS-PCT-ATU        TO WS-NEX-OBSERVADO
               MOVE WS-PRM-AUDPCTCAND TO WS-NEX-REFERENCIA
               MOVE WS-MAIOR-NUMERO   TO WS-EDT-NUM5
               MOVE SPACES TO WS-NEX-DETALHE
               STRING 'CAND ' WS-EDT-NUM5 DELIMITED BY SIZE
                   INTO WS-NEX-DETALHE
               END-STRING
               MOVE WS-PCT-ATU        TO WS-NEX-MEDIDA
               MOVE WS-PRM-AUDPCTCAND TO WS-NEX-LIMITE
               PERFORM 4900-GRAVA-EXCECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3550-REGRA-ANTERIOR.
      *----------------------------------------------------------------*
      *----MESMO CARGO/ZONA/SECAO NA ELEICAO ANTERIOR: VARIACAO DO
      *    COMPARECIMENTO EM % E, PARA CADA NUMERO PRESENTE NAS DUAS,
      *    A DIFERENCA DE PARTICIPACAO EM PONTOS PERCENTUAIS
           PERFORM 3555-LOCALIZA-ANTERIOR
           IF WS-ANT-ACHADO = 'S'
              AND WS-ANT-COMP (WS-IDX-ANT) >= WS-PRM-AUDMINCOMP
              AND WS-ANT-COMP (WS-IDX-ANT) > 0
               COMPUTE WS-DIF-COMP =
                       WS-PAG-COMP - WS-ANT-COMP (WS-IDX-ANT)
               IF WS-DIF-COMP < 0
                   COMPUTE WS-DIF-COMP = 0 - WS-DIF-COMP
               END-IF
               COMPUTE WS-VAR-COMP ROUNDED =
                       WS-DIF-COMP * 100 / WS-ANT-COMP (WS-IDX-ANT)
               IF WS-VAR-COMP > WS-PRM-AUDVARANT
                   MOVE 'COMPARECIMENTO X ELEICAO ANT.'
                        TO WS-NEX-REGRA
                   MOVE WS-VAR-COMP       TO WS-NEX-OBSERVADO
                   MOVE WS-PRM-AUDVARANT  TO WS-NEX-REFERENCIA
                   MOVE WS-ANT-COMP (WS-IDX-ANT) TO WS-EDT-NUM6
                   MOVE SPACES TO WS-NEX-DETALHE
                   STRING 'ANT ' WS-EDT-NUM6 DELIMITED BY SIZE
                       INTO WS-NEX-DETALHE
                   END-STRING
                   MOVE WS-VAR-COMP       TO WS-NEX-MEDIDA
                   MOVE WS-PRM-AUDVARANT  TO WS-NEX-LIMITE
                   PERFORM 4900-GRAVA-EXCECAO
               END-IF

               MOVE ZEROS TO WS-PCT-MAIOR
               MOVE ZEROS TO WS-MAIOR-NUMERO
               MOVE 1 TO WS-IDX-PCD
               PERFORM UNTIL WS-IDX-PCD > WS-PAG-QTD-CAND
                   PERFORM 3560-COMPARA-CANDIDATO
                   ADD 1 TO WS-IDX-PCD
               END-PERFORM
               IF WS-PCT-MAIOR > WS-PRM-AUDVARANT
                   MOVE 'VOTACAO X ELEICAO ANTERIOR' TO WS-NEX-REGRA
                   MOVE WS-PCT-MAIOR      TO WS-NEX-OBSERVADO
                   MOVE WS-PRM-AUDVARANT  TO WS-NEX-REFERENCIA
                   MOVE WS-MAIOR-NUMERO   TO WS-EDT-NUM5
                   MOVE SPACES TO WS-NEX-DETALHE
                   STRING 'CAND ' WS-EDT-NUM5 DELIMITED BY SIZE
                       INTO WS-NEX-DETALHE
                   END-STRING
                   MOVE WS-PCT-MAIOR      TO WS-NEX-MEDIDA
                   MOVE WS-PRM-AUDVARANT  TO WS-NEX-LIMITE
                   PERFORM 4900-GRAVA-EXCECAO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3555-LOCALIZA-ANTERIOR.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ANT-ACHADO
           MOVE 1 TO WS-IDX-ANT
           PERFORM UNTIL WS-IDX-ANT > WS-QTD-ANTERIOR
                         OR WS-ANT-ACHADO = 'S'
               IF WS-ANT-CARGO (WS-IDX-ANT) = WS-PAG-CARGO
                  AND WS-ANT-ZONA  (WS-IDX-ANT) = WS-PAG-ZONA
                  AND WS-ANT-SECAO (WS-IDX-ANT) = WS-PAG-SECAO
                   MOVE 'S' TO WS-ANT-ACHADO
               ELSE
                   ADD 1 TO WS-IDX-ANT
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3560-COMPARA-CANDIDATO.
      *----------------------------------------------------------------*
           MOVE 1 TO WS-IDX-ACD
           PERFORM UNTIL WS-IDX-ACD > WS-ANT-QTD-CAND (WS-IDX-ANT)
               IF WS-ACD-NUMERO (WS-IDX-ANT WS-IDX-ACD) =
                  WS-PCD-NUMERO (WS-IDX-PCD)
                   COMPUTE WS-PCT-ATU ROUNDED =
                           WS-PCD-VOTOS (WS-IDX-PCD) * 100
                           / WS-PAG-COMP
                   COMPUTE WS-PCT-ANT ROUNDED =
                           WS-ACD-VOTOS (WS-IDX-ANT WS-IDX-ACD) * 100
                           / WS-ANT-COMP (WS-IDX-ANT)
                   COMPUTE WS-PCT-DIF = WS-PCT-ATU - WS-PCT-ANT
                   IF WS-PCT-DIF < 0
                       COMPUTE WS-PCT-DIF = 0 - WS-PCT-DIF
                   END-IF
                   IF WS-PCT-DIF > WS-PCT-MAIOR
                       MOVE WS-PCT-DIF TO WS-PCT-MAIOR
                       MOVE WS-PCD-NUMERO (WS-IDX-PCD)
                            TO WS-MAIOR-NUMERO
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-ACD
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-AVALIA-MEDIAS-ZONA.
      *----------------------------------------------------------------*
      *----TAXA DE BRANCOS E DE NULOS DE CADA BOLETIM CONTRA A TAXA
      *    DA ZONA NO MESMO CARGO; O DESVIO E EM PONTOS PERCENTUAIS
           MOVE 1 TO WS-IDX-BOL
           PERFORM UNTIL WS-IDX-BOL > WS-QTD-BOLETINS
               IF WS-BOL-COMP (WS-IDX-BOL) >= WS-PRM-AUDMINCOMP
                  AND WS-BOL-COMP (WS-IDX-BOL) > 0
                   MOVE WS-BOL-ZONA  (WS-IDX-BOL) TO WS-PAG-ZONA
                   MOVE WS-BOL-CARGO (WS-IDX-BOL) TO WS-PAG-CARGO
                   PERFORM 3525-LOCALIZA-MEDIA
                   IF WS-MED-ACHADA = 'S'
                      AND WS-MED-COMP (WS-IDX-MED) > 0
                       PERFORM 4100-REGRA-BRANCO-NULO
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-BOL
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-REGRA-BRANCO-NULO.
      *----------------------------------------------------------------*
           MOVE WS-BOL-ZONA  (WS-IDX-BOL) TO WS-NEX-ZONA
           MOVE WS-BOL-SECAO (WS-IDX-BOL) TO WS-NEX-SECAO
           MOVE WS-BOL-MUN   (WS-IDX-BOL) TO WS-NEX-MUN
           MOVE WS-BOL-CARGO (WS-IDX-BOL) TO WS-NEX-CARGO

           COMPUTE WS-PCT-ATU ROUNDED =
                   WS-BOL-BRANCO (WS-IDX-BOL) * 100
                   / WS-BOL-COMP (WS-IDX-BOL)
           COMPUTE WS-PCT-ANT ROUNDED =
                   WS-MED-BRANCO (WS-IDX-MED) * 100
                   / WS-MED-COMP (WS-IDX-MED)
           MOVE 'BRANCOS FORA DA MEDIA DA ZONA' TO WS-NEX-REGRA
           PERFORM 4150-TESTA-DESVIO

           COMPUTE WS-PCT-ATU ROUNDED =
                   WS-BOL-NULO (WS-IDX-BOL) * 100
                   / WS-BOL-COMP (WS-IDX-BOL)
           COMPUTE WS-PCT-ANT ROUNDED =
                   WS-MED-NULO (WS-IDX-MED) * 100
                   / WS-MED-COMP (WS-IDX-MED)
           MOVE 'NULOS FORA DA MEDIA DA ZONA' TO WS-NEX-REGRA
           PERFORM 4150-TESTA-DESVIO
           .
           EXIT.
      *----------------------------------------------------------------*
       4150-TESTA-DESVIO.
      *----------------------------------------------------------------*
      *----TAXA DO BOLETIM EM WS-PCT-ATU, DA ZONA EM WS-PCT-ANT
           COMPUTE WS-PCT-DIF = WS-PCT-ATU - WS-PCT-ANT
           IF WS-PCT-DIF < 0
               COMPUTE WS-PCT-DIF = 0 - WS-PCT-DIF
           END-IF
           IF WS-PCT-DIF > WS-PRM-AUDDESVBN
               MOVE WS-PCT-ATU TO WS-NEX-OBSERVADO
               MOVE WS-PCT-ANT TO WS-NEX-REFERENCIA
               MOVE WS-PCT-DIF TO WS-EDT-PCT
               MOVE SPACES TO WS-NEX-DETALHE
               STRING 'DESV ' WS-EDT-PCT DELIMITED BY SIZE
                   INTO WS-NEX-DETALHE
               END-STRING
               MOVE WS-PCT-DIF        TO WS-NEX-MEDIDA
               MOVE WS-PRM-AUDDESVBN  TO WS-NEX-LIMITE
               PERFORM 4900-GRAVA-EXCECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4500-AVALIA-OCORRENCIAS.
      *----------------------------------------------------------------*
      *----OCORRENCIAS SAO DA SECAO, NAO DE UM CARGO: A EXCECAO SAI
      *    COM CARGO ZERO
           MOVE 1 TO WS-IDX-SEC
           PERFORM UNTIL WS-IDX-SEC > WS-QTD-SECOES
               MOVE WS-SEC-ZONA  (WS-IDX-SEC) TO WS-NEX-ZONA
               MOVE WS-SEC-SECAO (WS-IDX-SEC) TO WS-NEX-SECAO
               MOVE WS-SEC-MUN   (WS-IDX-SEC) TO WS-NEX-MUN
               MOVE ZEROS TO WS-NEX-CARGO
               COMPUTE WS-OCORRENCIAS = WS-SEC-IRREG  (WS-IDX-SEC)
                                      + WS-SEC-DUPLIC (WS-IDX-SEC)
               IF WS-OCORRENCIAS > WS-PRM-AUDMAXIRREG
                   MOVE 'TITULOS IRREGULARES/DUPLICADOS'
                        TO WS-NEX-REGRA
                   MOVE WS-OCORRENCIAS     TO WS-NEX-OBSERVADO
                   MOVE WS-PRM-AUDMAXIRREG TO WS-NEX-REFERENCIA
                   MOVE WS-SEC-DUPLIC (WS-IDX-SEC) TO WS-EDT-NUM6
                   MOVE SPACES TO WS-NEX-DETALHE
                   STRING 'DUPL ' WS-EDT-NUM6 DELIMITED BY SIZE
                       INTO WS-NEX-DETALHE
                   END-STRING
                   MOVE WS-OCORRENCIAS     TO WS-NEX-MEDIDA
                   MOVE WS-PRM-AUDMAXIRREG TO WS-NEX-LIMITE
                   PERFORM 4900-GRAVA-EXCECAO
               END-IF
               IF WS-SEC-CRITICA (WS-IDX-SEC) > WS-PRM-AUDMAXCRIT
                   MOVE 'REJEITADOS NA CRITICA' TO WS-NEX-REGRA
                   MOVE WS-SEC-CRITICA (WS-IDX-SEC)
                        TO WS-NEX-OBSERVADO
                   MOVE WS-PRM-AUDMAXCRIT TO WS-NEX-REFERENCIA
                   MOVE SPACES TO WS-NEX-DETALHE
                   MOVE WS-SEC-CRITICA (WS-IDX-SEC) TO WS-NEX-MEDIDA
                   MOVE WS-PRM-AUDMAXCRIT TO WS-NEX-LIMITE
                   PERFORM 4900-GRAVA-EXCECAO
               END-IF
               ADD 1 TO WS-IDX-SEC
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4800-PONTUA-SECOES.
      *----------------------------------------------------------------*
           MOVE 1 TO WS-IDX-EXC
           PERFORM UNTIL WS-IDX-EXC > WS-QTD-EXCECOES
               MOVE ZEROS TO WS-SOMA-PONTOS
               MOVE 1 TO WS-IDX-EX2
               PERFORM UNTIL WS-IDX-EX2 > WS-QTD-EXCECOES
                   IF WS-EXC-ZONA  (WS-IDX-EX2) =
                      WS-EXC-ZONA  (WS-IDX-EXC)
                      AND WS-EXC-SECAO (WS-IDX-EX2) =
                          WS-EXC-SECAO (WS-IDX-EXC)
                       ADD WS-EXC-GRAU (WS-IDX-EX2) TO WS-SOMA-PONTOS
                   END-IF
                   ADD 1 TO WS-IDX-EX2
               END-PERFORM
               IF WS-SOMA-PONTOS > 99999
                   MOVE 99999 TO WS-SOMA-PONTOS
               END-IF
               MOVE WS-SOMA-PONTOS TO WS-EXC-PONTOS (WS-IDX-EXC)
               ADD 1 TO WS-IDX-EXC
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4900-GRAVA-EXCECAO.
      *----------------------------------------------------------------*
      *----GRAU = MEDIDA / LIMITE * 100, ATE 9999 (LIMITE ZERO VALE O
      *    MAXIMO)
           IF WS-NEX-LIMITE = 0
               MOVE 9999 TO WS-NEX-GRAU
           ELSE
               COMPUTE WS-NEX-GRAU =
                       WS-NEX-MEDIDA * 100 / WS-NEX-LIMITE
               IF WS-NEX-GRAU > 9999
                   MOVE 9999 TO WS-NEX-GRAU
               END-IF
           END-IF
           IF WS-QTD-EXCECOES < WS-MAX-EXCECOES
               ADD 1 TO WS-QTD-EXCECOES
               MOVE WS-QTD-EXCECOES TO WS-IDX-EXC
               MOVE WS-NEX-ZONA       TO WS-EXC-ZONA       (WS-IDX-EXC)
               MOVE WS-NEX-SECAO      TO WS-EXC-SECAO      (WS-IDX-EXC)
               MOVE WS-NEX-MUN        TO WS-EXC-MUN        (WS-IDX-EXC)
               MOVE WS-NEX-CARGO      TO WS-EXC-CARGO      (WS-IDX-EXC)
               MOVE WS-NEX-REGRA      TO WS-EXC-REGRA      (WS-IDX-EXC)
               MOVE WS-NEX-OBSERVADO  TO WS-EXC-OBSERVADO  (WS-IDX-EXC)
               MOVE WS-NEX-REFERENCIA TO WS-EXC-REFERENCIA (WS-IDX-EXC)
               MOVE WS-NEX-DETALHE    TO WS-EXC-DETALHE    (WS-IDX-EXC)
               MOVE WS-NEX-GRAU       TO WS-EXC-GRAU       (WS-IDX-EXC)
               MOVE ZEROS             TO WS-EXC-PONTOS     (WS-IDX-EXC)
           ELSE
               DISPLAY 'EXCECOES EXCEDEM O LIMITE DE '
                       WS-MAX-EXCECOES ' - IGNORADA: ' WS-NEX-ZONA
                       '/' WS-NEX-SECAO ' ' WS-NEX-REGRA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-FORNECE-EXCECOES.
      *----------------------------------------------------------------*
           MOVE 1 TO WS-IDX-EXC
           PERFORM UNTIL WS-IDX-EXC > WS-QTD-EXCECOES
               MOVE WS-EXC-ZONA  (WS-IDX-EXC) TO SRT-ZONA
               MOVE WS-EXC-PONTOS (WS-IDX-EXC) TO SRT-PONTOS
               MOVE WS-EXC-SECAO (WS-IDX-EXC) TO SRT-SECAO
               MOVE WS-EXC-GRAU  (WS-IDX-EXC) TO SRT-GRAU
               MOVE WS-EXC-MUN   (WS-IDX-EXC) TO SRT-MUNICIPIO
               MOVE WS-EXC-CARGO (WS-IDX-EXC) TO SRT-CARGO
               MOVE WS-EXC-REGRA (WS-IDX-EXC) TO SRT-REGRA
               MOVE WS-EXC-OBSERVADO  (WS-IDX-EXC) TO SRT-OBSERVADO
               MOVE WS-EXC-REFERENCIA (WS-IDX-EXC) TO SRT-REFERENCIA
               MOVE WS-EXC-DETALHE    (WS-IDX-EXC) TO SRT-DETALHE
               MOVE WS-EXC-MUN   (WS-IDX-EXC) TO WS-BUS-MUN
               MOVE WS-EXC-ZONA  (WS-IDX-EXC) TO WS-BUS-ZONA
               MOVE WS-EXC-SECAO (WS-IDX-EXC) TO WS-BUS-SECAO
               PERFORM 1500-LOCALIZA-SECAO
               IF WS-SEC-ACHADA = 'S'
                   MOVE WS-SEC-APTOS (WS-IDX-SEC) TO SRT-APTOS
               ELSE
                   MOVE ZEROS TO SRT-APTOS
               END-IF
               RELEASE SORT-REC
               ADD 1 TO WS-IDX-EXC
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5500-IMPRIME-CABECALHO.
      *----------------------------------------------------------------*
           WRITE REG-AUDITORIA FROM WS-REL-CABECALHO1
           WRITE REG-AUDITORIA FROM WS-PONTILHADO
           MOVE WS-PRM-ELEICAO TO WS-RE-ELEICAO
           MOVE WS-PRM-TURNO   TO WS-RE-TURNO
           WRITE REG-AUDITORIA FROM WS-REL-ELEICAO
           IF WS-ANT-LIDO = 'S'
               MOVE WS-ANT-ELEICAO TO WS-RA-ELEICAO
               MOVE WS-ANT-TURNO   TO WS-RA-TURNO
               WRITE REG-AUDITORIA FROM WS-REL-ANTERIOR
           ELSE
               WRITE REG-AUDITORIA FROM WS-REL-SEM-ANTERIOR
           END-IF
           WRITE REG-AUDITORIA FROM WS-PONTILHADO
           MOVE WS-PRM-AUDMINCOMP  TO WS-RL-MINCOMP
           WRITE REG-AUDITORIA FROM WS-REL-LIM-COMP
           MOVE WS-PRM-AUDPCTCAND  TO WS-RL-PCTCAND
           WRITE REG-AUDITORIA FROM WS-REL-LIM-CAND
           MOVE WS-PRM-AUDDESVBN   TO WS-RL-DESVBN
           WRITE REG-AUDITORIA FROM WS-REL-LIM-BN
           MOVE WS-PRM-AUDMAXIRREG TO WS-RL-MAXIRR
           WRITE REG-AUDITORIA FROM WS-REL-LIM-IRR
           MOVE WS-PRM-AUDMAXCRIT  TO WS-RL-MAXCRI
           WRITE REG-AUDITORIA FROM WS-REL-LIM-CRI
           MOVE WS-PRM-AUDVARANT   TO WS-RL-VARANT
           WRITE REG-AUDITORIA FROM WS-REL-LIM-ANT
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-IMPRIME-EXCECOES.
      *----------------------------------------------------------------*
           MOVE 'S' TO WS-PRIMEIRA
           MOVE SPACE TO WS-SORT-EOF
           PERFORM 6100-RETORNA-EXCECAO
           PERFORM UNTIL WS-SORT-EOF = 'S'
               PERFORM 6200-TRATA-EXCECAO
               PERFORM 6100-RETORNA-EXCECAO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-RETORNA-EXCECAO.
      *----------------------------------------------------------------*
           RETURN SORT-WORK AT END
                  MOVE 'S' TO WS-SORT-EOF
           END-RETURN
           .
           EXIT.
      *----------------------------------------------------------------*
       6200-TRATA-EXCECAO.
      *----------------------------------------------------------------*
      *----QUEBRA DE ZONA REINICIA A ORDEM; QUEBRA DE SECAO IMPRIME A
      *    LINHA DA SECAO COM A SUA POSICAO NA ZONA
           IF WS-PRIMEIRA = 'S'
              OR SRT-ZONA NOT = WS-ZONA-ANT
               MOVE 'N' TO WS-PRIMEIRA
               MOVE SRT-ZONA TO WS-ZONA-ANT
               MOVE ZEROS TO WS-SECAO-ANT
               MOVE ZEROS TO WS-ORDEM
               WRITE REG-AUDITORIA FROM WS-PONTILHADO
               MOVE SRT-ZONA TO WS-RZ-ZONA
               WRITE REG-AUDITORIA FROM WS-REL-ZONA
               WRITE REG-AUDITORIA FROM WS-REL-COLUNAS
               PERFORM 6300-IMPRIME-SECAO
           ELSE
               IF SRT-SECAO NOT = WS-SECAO-ANT
                   PERFORM 6300-IMPRIME-SECAO
               END-IF
           END-IF

           MOVE SRT-CARGO      TO WS-RD-CARGO
           MOVE SRT-REGRA      TO WS-RD-REGRA
           MOVE SRT-OBSERVADO  TO WS-RD-OBSERVADO
           MOVE SRT-REFERENCIA TO WS-RD-REFERENCIA
           MOVE SRT-GRAU       TO WS-RD-GRAU
           MOVE SRT-DETALHE    TO WS-RD-DETALHE
           WRITE REG-AUDITORIA FROM WS-REL-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       6300-IMPRIME-SECAO.
      *----------------------------------------------------------------*
           MOVE SRT-SECAO TO WS-SECAO-ANT
           ADD 1 TO WS-ORDEM
           ADD 1 TO WS-TOT-SECOES-EXC
           MOVE WS-ORDEM      TO WS-RS-ORDEM
           MOVE SRT-SECAO     TO WS-RS-SECAO
           MOVE SRT-MUNICIPIO TO WS-RS-MUN
           MOVE SRT-APTOS     TO WS-RS-APTOS
           MOVE SRT-PONTOS    TO WS-RS-PONTOS
           WRITE REG-AUDITORIA FROM WS-REL-SECAO
           .
           EXIT.

      *----------------------------------------------------------------*
           COPY CPPARPRO.

      *----------------------------------------------------------------*
           COPY CPPASPRO.

       END PROGRAM AUDITABOLETIM.
