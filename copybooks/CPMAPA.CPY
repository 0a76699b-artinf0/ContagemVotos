      *----------------------------------------------------------------*
      * LAYOUT DO MAPA DE APURACAO DE CEDULAS (ARQMAPAAPURACAO.TXT E
      * ARQMAPAAPURADO.TXT). QUANDO A URNA FALHA E A SECAO PASSA A
      * VOTAR EM CEDULA DE PAPEL NAO HA EXTRATO POR ELEITOR: A JUNTA
      * APURADORA CONTA AS CEDULAS E DIGITA O MAPA, UMA LINHA POR
      * ITEM DE CADA CARGO DA SECAO:
      *   'V' = VOTOS DO NUMERO EM MAP-NUMERO (CANDIDATO, OU PARTIDO
      *         NO CARGO PROPORCIONAL - VOTO DE LEGENDA)
      *   'B' = VOTOS EM BRANCO
      *   'N' = VOTOS NULOS
      *   'C' = COMPARECIMENTO (ELEITORES QUE VOTARAM NO CARGO)
      * A CHAVE CARGO/MUNICIPIO/ZONA/SECAO OCUPA AS MESMAS POSICOES
      * 1-14 DO REGISTRO DE VOTO (CPVOTO) E DO CADERNO (CPCADERN), E
      * O ARQUIVO VEM ORDENADO POR ELA, COMO O DE VOTOS. A PRIMEIRA
      * LINHA E O REGISTRO DE CONTROLE 'E' DE ELEICAO/TURNO.
      *----------------------------------------------------------------*
       01  REG-MAPA.
           03 MAP-CHAVE.
              05 MAP-CARGO     PIC 9(02).
              05 MAP-MUNICIPIO PIC 9(04).
              05 MAP-ZONA      PIC 9(04).
              05 MAP-SECAO     PIC 9(04).
           03 MAP-TIPO         PIC X(01).
           03 MAP-NUMERO       PIC 9(05).
           03 MAP-QTD          PIC 9(06).
