      *----------------------------------------------------------------*
      * LAYOUT DA LISTA DE URNAS DA ELEICAO (ARQURNAS.TXT). A
      * PRIMEIRA LINHA E O REGISTRO DE CONTROLE 'CTL' COM A ELEICAO
      * E A DATA DO PLEITO; AS DEMAIS TRAZEM UMA URNA CADA: NUMERO,
      * ARQUIVO DO EXTRATO E O MUNICIPIO/ZONA/SECAO PARA O QUAL A
      * URNA FOI PREPARADA. O EMITEZERESIMA EMITE A ZERESIMA DE CADA
      * URNA A PARTIR DESTA LISTA E O CONSOLIDAURNAS A USA PARA
      * LOCALIZAR OS EXTRATOS APOS A VOTACAO.
      *----------------------------------------------------------------*
       01  REG-URNA-LISTA.
           03 URNA-ID          PIC 9(05).
           03 URNA-ARQUIVO     PIC X(30).
           03 URNA-MUNICIPIO   PIC 9(04).
           03 URNA-ZONA        PIC 9(04).
           03 URNA-SECAO       PIC 9(04).
      *----REGISTRO DE CONTROLE OBRIGATORIO NA PRIMEIRA LINHA DE
      *    ARQURNAS.TXT: IDENTIFICA A ELEICAO A QUE A LISTA
      *    PERTENCE. OS HEADERS DOS EXTRATOS SAO CONFERIDOS CONTRA
      *    ESTES CAMPOS.
       01  REG-URNA-CONTROLE.
           03 CTL-MARCA        PIC X(03).
           03 CTL-ELEICAO      PIC 9(05).
           03 CTL-DATAPLEITO   PIC X(10).
           03 FILLER           PIC X(29).
