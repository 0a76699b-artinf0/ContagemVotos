      *----------------------------------------------------------------*
      * AREA DE TRABALHO DO CALENDARIO ELEITORAL (USADA COM OS
      * PARAGRAFOS DE CPCALPRO). APOS 0600-CARREGA-CALENDARIO TRAZ OS
      * PRAZOS DA ELEICAO/TURNO DOS PARAMETROS E A DATA DO DIA
      * (WS-CAL-HOJE), AMBOS NO FORMATO AAAA-MM-DD PARA COMPARACAO
      * DIRETA COM AS DATAS DAS TRANSACOES.
      *----------------------------------------------------------------*
       01  WS-CALENDARIO.
           03 WS-CAL-STATUS         PIC X(02) VALUE '00'.
           03 WS-CAL-EOF            PIC X(01) VALUE ' '.
           03 WS-CAL-ACHADO         PIC X(01) VALUE 'N'.
           03 WS-CAL-DATA-OK        PIC X(01) VALUE 'S'.
           03 WS-CAL-DATA           PIC X(10) VALUE SPACES.
           03 WS-CAL-PRAZO-SUBST    PIC X(10) VALUE SPACES.
           03 WS-CAL-FECHA-CADASTRO PIC X(10) VALUE SPACES.
           03 WS-CAL-PRAZO-JUSTIF   PIC X(10) VALUE SPACES.
           03 WS-CAL-PRAZO-CORRECAO PIC X(10) VALUE SPACES.
           03 WS-CAL-DATA-2TURNO    PIC X(10) VALUE SPACES.
           03 WS-CAL-HOJE           PIC X(10) VALUE SPACES.
           03 WS-CAL-TS.
              05 WS-CAL-TS-ANO      PIC 9(04).
              05 WS-CAL-TS-MES      PIC 9(02).
              05 WS-CAL-TS-DIA      PIC 9(02).
              05 FILLER             PIC X(13).
