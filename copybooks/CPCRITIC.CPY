      *----------------------------------------------------------------*
      * AREA DE TRABALHO DAS REGRAS DE CRITICA DE UM REGISTRO DE
      * VOTO (LAYOUT CPVOTO), DE CADERNO DE VOTACAO (LAYOUT
      * CPCADERN) OU DE ITEM DE MAPA DE APURACAO (LAYOUT CPMAPA).
      * COMPARTILHADA (JUNTO COM O PARAGRAFO DE CPCRIPRO)
      * ENTRE O CRITICAVOTOS, A RECONTAGEM E O CICLO DE CORRECAO DE
      * REJEITOS: TODO REGISTRO QUE ENTRA NA APURACAO PASSA
      * EXATAMENTE PELAS MESMAS REGRAS.
      * USO: MOVER A LINHA BRUTA PARA WS-CRI-BUFFER, O LAYOUT PARA
      * WS-CRI-LAYOUT ('V' VOTO - PADRAO, 'C' CADERNO, 'M' MAPA) E
      * EXECUTAR 8000-CRITICA-LINHA; O RESULTADO VOLTA EM
      * WS-CRI-VALIDO, WS-CRI-CODIGO E WS-CRI-TEXTO.
      *----------------------------------------------------------------*
       01  WS-CRITICA-LINHA.
           03 WS-CRI-BUFFER    PIC X(80) VALUE SPACES.
           03 WS-CRI-VALIDO    PIC X(01) VALUE 'S'.
           03 WS-CRI-CODIGO    PIC X(02) VALUE SPACES.
           03 WS-CRI-TEXTO     PIC X(25) VALUE SPACES.
           03 WS-CRI-LAYOUT    PIC X(01) VALUE 'V'.
           03 WS-CRI-TAMANHO   PIC 9(02) VALUE ZEROS.
           03 WS-CRI-POS-SOBRA PIC 9(02) VALUE ZEROS.
           03 WS-CRI-QTD-SOBRA PIC 9(02) VALUE ZEROS.
