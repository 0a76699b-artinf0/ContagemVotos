      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DO CADERNO DE VOTACAO (ARQCADERNO.TXT E
      * ARQCADERNOAPURACAO.TXT). GRAVADO PELO CONSOLIDAURNAS, UM
      * REGISTRO POR REGISTRO DE VOTO DO EXTRATO DE URNA, ORDENADO
      * POR CARGO/MUNICIPIO/ZONA/SECAO/TITULO. REGISTRA QUE O TITULO
      * VOTOU NO CARGO, MAS NAO EM QUEM: ALIMENTA O COMPARECIMENTO,
      * A DETECCAO DE ELEITOR DUPLICADO E O HISTORICO DE VOTACAO.
      *----------------------------------------------------------------*
       01  REG-CADERNO.
           03 CAD-CARGO       PIC 9(02).
           03 CAD-MUNICIPIO   PIC 9(04).
           03 CAD-ZONA        PIC 9(04).
           03 CAD-SECAO       PIC 9(04).
           03 CAD-TITULO      PIC 9(12).
