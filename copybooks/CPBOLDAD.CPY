      *----------------------------------------------------------------*
      * LAYOUT DO ARQUIVO DE DADOS DO BOLETIM DE URNA
      * (ARQBOLETIMDADOS.TXT). GRAVADO PELO RELAPURACAO JUNTO COM CADA
      * PAGINA DO BOLETIM IMPRESSO (ARQBOLETIMURNA.TXT), COM OS MESMOS
      * TOTAIS: UM REGISTRO 'B' POR CARGO/MUNICIPIO/ZONA/SECAO QUE
      * GANHOU BOLETIM. E A FONTE DOS RESULTADOS OFICIAIS PARA OS
      * PROGRAMAS DA CADEIA (GERAREMESSA, RECONTAGEM E OUTROS); O
      * BOLETIM IMPRESSO E SO O DOCUMENTO AFIXADO NA SECAO.
      * A PRIMEIRA LINHA E O REGISTRO DE CONTROLE 'E' DE
      * ELEICAO/TURNO, COMO NOS DEMAIS ARQUIVOS DA CADEIA.
      * BUD-AGREGADORA = 'S' QUANDO O BOLETIM TAMBEM TOTALIZA SECOES
      * PEQUENAS AGREGADAS A ELE (LISTADAS EM BUD-SECAO-AGREG, COMO NA
      * LINHA 'SECOES AGREGADAS' DO IMPRESSO); BUD-CEDULA = 'S' QUANDO
      * HA VOTOS DE MAPA DE APURACAO DE CEDULAS NO GRUPO. OS
      * CANDIDATOS SAO OS DO CARGO NO MUNICIPIO, NA ORDEM DO ROSTER.
      *----------------------------------------------------------------*
       01  REG-BOLDADOS.
           03 BUD-TIPO         PIC X(01).
           03 BUD-CARGO        PIC 9(02).
           03 BUD-MUNICIPIO    PIC 9(04).
           03 BUD-ZONA         PIC 9(04).
           03 BUD-SECAO        PIC 9(04).
           03 BUD-AGREGADORA   PIC X(01).
           03 BUD-QTD-AGREG    PIC 9(02).
           03 BUD-SECAO-AGREG  PIC 9(04) OCCURS 20 TIMES.
           03 BUD-CEDULA       PIC X(01).
           03 BUD-BRANCO       PIC 9(06).
           03 BUD-NULO         PIC 9(06).
           03 BUD-LEGENDA      PIC 9(06).
           03 BUD-SUBJUDICE    PIC 9(06).
           03 BUD-COMPARECIMENTO PIC 9(06).
           03 BUD-QTD-CAND     PIC 9(03).
           03 BUD-CAND OCCURS 100 TIMES.
              05 BUD-CAND-NUMERO PIC 9(05).
              05 BUD-CAND-VOTOS  PIC 9(06).
       01  REG-BUD-CONTROLE.
           03 BUC-TIPO         PIC X(01).
           03 BUC-ELEICAO      PIC 9(05).
           03 BUC-TURNO        PIC 9(01).
