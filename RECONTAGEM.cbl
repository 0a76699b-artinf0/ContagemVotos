       SELECT ARQPARTIDOS ASSIGN  TO WS-PRM-ARQ-PARTIDOS
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----VALORES OFICIAIS: OS DADOS DO BOLETIM DE URNA (CPBOLDAD)
       SELECT OPTIONAL ARQBOLETIMDADOS ASSIGN  TO WS-PRM-ARQ-BOLDAD
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-BOL-STATUS.
      *
           LABEL RECORD STANDARD.
           COPY CPPARTID.

       FD  ARQBOLETIMDADOS
           LABEL RECORD STANDARD.
           COPY CPBOLDAD.

       FD  ARQRECONTAGEM
           LABEL RECORD STANDARD.
       77  WS-IDX-PART     PIC 9(02) VALUE ZEROS.
       77  WS-QTD-REJ      PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DIVERG   PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CEDULA   PIC 9(03) VALUE ZEROS.
       77  WS-EM-FAIXA     PIC X(01) VALUE 'N'.
       77  WS-REC-ACHADA   PIC X(01) VALUE 'N'.


       COPY CPCRITIC.

      *----REGISTRO DE VOTO JA CRITICADO, NO LAYOUT CPVOTO
       COPY CPVOTO REPLACING ==REG-VOTO==      BY ==WS-REG-VOTO==
                             ==VOT-CARGO==     BY ==RV-CARGO==
                             ==VOT-MUNICIPIO== BY ==RV-MUNICIPIO==
                             ==VOT-ZONA==      BY ==RV-ZONA==
                             ==VOT-SECAO==     BY ==RV-SECAO==
                             ==VOT-VOTO==      BY ==RV-VOTO==.

      *----ROSTER DE CANDIDATOS, CARREGADO COMO NO RELAPURACAO (A
      *    SITUACAO DECIDE O DESTINO DO VOTO NA RECONTAGEM TAMBEM)
              05 WS-REC-ZONA       PIC 9(04).
              05 WS-REC-SECAO      PIC 9(04).
              05 WS-REC-TEM-BOL    PIC X(01).
      *----'S' QUANDO O BOLETIM DA SECAO TEM VOTOS DE MAPA DE CEDULA:
      *    O CONSOLIDADO NAO TEM ESSES VOTOS E A SECAO NAO E RECONTADA
              05 WS-REC-CEDULA     PIC X(01).
              05 WS-REC-COMP       PIC 9(06).
              05 WS-REC-BRANCO     PIC 9(06).
              05 WS-REC-NULO       PIC 9(06).
                 07 WS-REC-CAND-QTD PIC 9(06).
                 07 WS-REC-CAND-OF  PIC 9(06).

      *----ESTADO DA LEITURA DOS DADOS DO BOLETIM DE URNA: O CARGO E
      *    A ZONA/SECAO DO REGISTRO CORRENTE E SE ELE CAI NA FAIXA
       77  WS-BOL-CARGO    PIC 9(02) VALUE ZEROS.
       77  WS-BOL-MUN      PIC 9(04) VALUE ZEROS.
       77  WS-BOL-ZONA     PIC 9(04) VALUE ZEROS.
       77  WS-BOL-SECAO    PIC 9(04) VALUE ZEROS.
       77  WS-BOL-EMFAIXA  PIC X(01) VALUE 'N'.
       77  WS-BOL-NUMERO   PIC 9(05) VALUE ZEROS.
       77  WS-IDX-BUD      PIC 9(03) VALUE ZEROS.
       77  WS-CAMPO-NUM    PIC 9(06) VALUE ZEROS.
       77  WS-TST-CARGO    PIC 9(02) VALUE ZEROS.
       77  WS-TST-MUN      PIC 9(04) VALUE ZEROS.
           03 FILLER  PIC X(47) VALUE
              'BOLETIM OFICIAL NAO ENCONTRADO PARA ESTA SECAO'.
           03 FILLER  PIC X(33) VALUE SPACES.
       01  WS-REL-CEDULA.
           03 FILLER  PIC X(40) VALUE
              'SECAO APURADA POR CEDULA - NAO RECONTADA'.
           03 FILLER  PIC X(40) VALUE SPACES.
       01  WS-REL-RESUMO1.
           03 FILLER        PIC X(21) VALUE 'SECOES RECONTADAS:   '.
           03 WS-R1-QTD     PIC 9(03).
           03 FILLER        PIC X(21) VALUE 'DIVERGENCIAS:        '.
           03 WS-R3-QTD     PIC 9(04).
           03 FILLER        PIC X(55) VALUE SPACES.
       01  WS-REL-RESUMO4.
           03 FILLER        PIC X(38) VALUE
              'SECOES POR CEDULA NAO RECONTADAS:     '.
           03 WS-R4-QTD     PIC 9(03).
           03 FILLER        PIC X(39) VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           END-PERFORM

           WRITE REG-RECONTAGEM FROM WS-PONTILHADO
           COMPUTE WS-R1-QTD = WS-QTD-REC - WS-QTD-CEDULA
           WRITE REG-RECONTAGEM FROM WS-REL-RESUMO1
           MOVE WS-QTD-CEDULA TO WS-R4-QTD
           WRITE REG-RECONTAGEM FROM WS-REL-RESUMO4
           MOVE WS-QTD-REJ TO WS-R2-QTD
           WRITE REG-RECONTAGEM FROM WS-REL-RESUMO2
           MOVE WS-QTD-DIVERG TO WS-R3-QTD
           WRITE REG-RECONTAGEM FROM WS-REL-RESUMO3
           CLOSE ARQRECONTAGEM

           DISPLAY 'RECONTAGEM CONCLUIDA - SECOES: ' WS-R1-QTD
                   ' EM CEDULA: ' WS-QTD-CEDULA
                   ' DIVERGENCIAS: ' WS-QTD-DIVERG
           IF WS-QTD-DIVERG > 0
               MOVE 8 TO RETURN-CODE
      *    TAMBEM FICA FORA DA RECONTAGEM (O BOLETIM OFICIAL FOI
      *    GERADO SO COM OS REGISTROS APROVADOS)
           MOVE REG-ENTRADA TO WS-CRI-BUFFER
           MOVE 'V'         TO WS-CRI-LAYOUT
           PERFORM 8000-CRITICA-LINHA
           IF WS-CRI-VALIDO NOT = 'S'
               ADD 1 TO WS-QTD-REJ
           ELSE
               MOVE REG-ENTRADA (1:19) TO WS-REG-VOTO
               MOVE RV-CARGO     TO WS-TST-CARGO
               MOVE RV-MUNICIPIO TO WS-TST-MUN
               MOVE RV-ZONA  TO WS-TST-ZONA
                   MOVE WS-TST-SECAO
                        TO WS-REC-SECAO (WS-REC-ATU)
                   MOVE 'N' TO WS-REC-TEM-BOL (WS-REC-ATU)
                   MOVE 'N' TO WS-REC-CEDULA  (WS-REC-ATU)
               ELSE
                   DISPLAY 'FAIXA DE RECONTAGEM EXCEDE O LIMITE DE '
                           WS-MAX-REC ' SECOES - ZONA/SECAO '
      *----------------------------------------------------------------*
       3000-LE-BOLETIM.
      *----------------------------------------------------------------*
      *----EXTRAI OS VALORES OFICIAIS DOS REGISTROS DE DADOS DO
      *    BOLETIM DE URNA QUE CAEM NA FAIXA RECONTADA
           OPEN INPUT ARQBOLETIMDADOS
           IF WS-BOL-STATUS = '00'
               PERFORM 3100-LER-BOLETIM
               PERFORM UNTIL WS-BOL-EOF = 'S'
                   PERFORM 3100-LER-BOLETIM
               END-PERFORM
           ELSE
               DISPLAY 'DADOS DO BOLETIM AUSENTES - RECONTAGEM SEM '
                       'VALORES OFICIAIS: ' WS-PRM-ARQ-BOLDAD
           END-IF
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
      *----------------------------------------------------------------*
       3200-CLASSIFICA-BOLETIM.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-BOL-EMFAIXA
           IF BUD-TIPO = 'B'
               MOVE BUD-CARGO     TO WS-BOL-CARGO
               MOVE BUD-MUNICIPIO TO WS-BOL-MUN
               MOVE BUD-ZONA      TO WS-BOL-ZONA
               MOVE BUD-SECAO     TO WS-BOL-SECAO
               MOVE WS-BOL-CARGO TO WS-TST-CARGO
               MOVE WS-BOL-MUN   TO WS-TST-MUN
               MOVE WS-BOL-ZONA  TO WS-TST-ZONA
                   PERFORM 2200-LOCALIZA-SECAO
                   IF WS-REC-ATU > 0
                       MOVE 'S' TO WS-REC-TEM-BOL (WS-REC-ATU)
                       PERFORM 3250-TESTA-CEDULA
                   ELSE
                       MOVE 'N' TO WS-BOL-EMFAIXA
                   END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3250-TESTA-CEDULA.
      *----------------------------------------------------------------*
      *----OS VOTOS DE MAPA DE CEDULA NAO ESTAO NO CONSOLIDADO DAS
      *    URNAS: A SECAO E SO APONTADA, SEM COMPARACAO
           IF BUD-CEDULA = 'S'
               IF WS-REC-CEDULA (WS-REC-ATU) NOT = 'S'
                   MOVE 'S' TO WS-REC-CEDULA (WS-REC-ATU)
                   ADD 1 TO WS-QTD-CEDULA
               END-IF
               MOVE 'N' TO WS-BOL-EMFAIXA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-EXTRAI-VALOR-BOLETIM.
      *----------------------------------------------------------------*
           MOVE 1 TO WS-IDX-BUD
           PERFORM UNTIL WS-IDX-BUD > BUD-QTD-CAND
               MOVE BUD-CAND-NUMERO (WS-IDX-BUD) TO WS-BOL-NUMERO
               MOVE BUD-CAND-VOTOS  (WS-IDX-BUD) TO WS-CAMPO-NUM
               PERFORM 3400-GUARDA-CAND-OFICIAL
               ADD 1 TO WS-IDX-BUD
           END-PERFORM
           MOVE BUD-BRANCO         TO WS-REC-OF-BRANCO (WS-REC-ATU)
           MOVE BUD-NULO           TO WS-REC-OF-NULO   (WS-REC-ATU)
           MOVE BUD-LEGENDA        TO WS-REC-OF-LEG    (WS-REC-ATU)
           MOVE BUD-SUBJUDICE      TO WS-REC-OF-SUBJUD (WS-REC-ATU)
           MOVE BUD-COMPARECIMENTO TO WS-REC-OF-COMP   (WS-REC-ATU)
           .
           EXIT.
      *----------------------------------------------------------------*
           MOVE WS-REC-ZONA  (WS-IDX-REC) TO WS-RS-ZONA
           MOVE WS-REC-SECAO (WS-IDX-REC) TO WS-RS-SECAO
           WRITE REG-RECONTAGEM FROM WS-REL-SECAO
           IF WS-REC-CEDULA (WS-IDX-REC) = 'S'
               WRITE REG-RECONTAGEM FROM WS-REL-CEDULA
           ELSE
               PERFORM 4050-COMPARA-SECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4050-COMPARA-SECAO.
      *----------------------------------------------------------------*
           IF WS-REC-TEM-BOL (WS-IDX-REC) NOT = 'S'
               WRITE REG-RECONTAGEM FROM WS-REL-SEM-BOLETIM
               ADD 1 TO WS-QTD-DIVERG
