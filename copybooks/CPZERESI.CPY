      *----------------------------------------------------------------*
      * LAYOUT DO ARQUIVO DE ZERESIMAS (ARQZERESIMA.TXT), GRAVADO
      * PELO EMITEZERESIMA ANTES DA ABERTURA DA VOTACAO E CONFERIDO
      * PELO CONSOLIDAURNAS NA CONSOLIDACAO. CADA URNA TEM UM
      * REGISTRO 'Z' (IDENTIFICACAO, NUMERO DE CONTROLE E
      * DATA/HORA DE EMISSAO) SEGUIDO DE UM REGISTRO 'I' POR ITEM
      * ZERADO: CADA CANDIDATO ATIVO DO MUNICIPIO DA URNA ('C') E,
      * POR CARGO, OS BRANCOS ('B') E OS NULOS ('N').
      * O NUMERO DE CONTROLE E ELEICAO(5)+TURNO(1)+SEQUENCIA DA
      * EMISSAO(4). O ARQUIVO E ACUMULADO: CADA EXECUCAO DO
      * EMITEZERESIMA ACRESCENTA AS SUAS ZERESIMAS E CONTINUA A
      * SEQUENCIA DA ELEICAO/TURNO. UMA URNA REEMITIDA GANHA NOVO
      * NUMERO; VALE A ULTIMA ZERESIMA EMITIDA PARA ELA.
      *----------------------------------------------------------------*
       01  REG-ZERESIMA.
           03 ZER-TIPO         PIC X(01).
           03 ZER-URNA         PIC 9(05).
           03 ZER-ELEICAO      PIC 9(05).
           03 ZER-TURNO        PIC 9(01).
           03 ZER-MUNICIPIO    PIC 9(04).
           03 ZER-ZONA         PIC 9(04).
           03 ZER-SECAO        PIC 9(04).
           03 ZER-CONTROLE     PIC 9(10).
           03 ZER-DATA         PIC X(10).
           03 ZER-HORA         PIC X(08).
       01  REG-ZER-ITEM.
           03 ZRI-TIPO         PIC X(01).
           03 ZRI-URNA         PIC 9(05).
           03 ZRI-CARGO        PIC 9(02).
           03 ZRI-CLASSE       PIC X(01).
           03 ZRI-NUMERO       PIC 9(05).
           03 ZRI-NOME         PIC X(17).
           03 ZRI-VOTOS        PIC 9(06).
