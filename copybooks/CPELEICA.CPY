      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DOS EXTRATOS DE URNA INDIVIDUAIS. SO O
      * CONSOLIDAURNAS LE ESTE FORMATO: ELE O SEPARA NO CADERNO DE
      * VOTACAO (CPCADERN) E NO REGISTRO DE VOTOS (CPVOTO), DE MODO
      * QUE NENHUM ARQUIVO DA CADEIA LIGUE O TITULO AO VOTO.
      *----------------------------------------------------------------*
       01  REG-LINHA.
           03 FD-CARGO        PIC 9(02).
