******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITEZERESIMA.
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
       SELECT ARQCANDIDATOS ASSIGN  TO WS-PRM-ARQ-CANDIDATOS
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQURNAS ASSIGN  TO WS-PRM-ARQ-URNAS
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-URN-STATUS.
      *
      *----ARQUIVO PERMANENTE DA ELEICAO: CADA EXECUCAO ACRESCENTA
      *    AS ZERESIMAS EMITIDAS, SEMPRE EM EXTEND
       SELECT OPTIONAL ARQZERESIMA ASSIGN  TO WS-PRM-ARQ-ZERESIMA
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-ZER-STATUS.
      *
       SELECT ARQRELZERESIMA ASSIGN  TO WS-PRM-ARQ-RELZER
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQPARAMETROS.TXT".
           COPY CPPARREG.

       FD  ARQCANDIDATOS
           LABEL RECORD STANDARD.
           COPY CPCANDID.

       FD  ARQURNAS
           LABEL RECORD STANDARD.
           COPY CPURNAS.

       FD  ARQZERESIMA
           LABEL RECORD STANDARD.
           COPY CPZERESI.

       FD  ARQRELZERESIMA
           LABEL RECORD STANDARD.
       01  REG-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-CAND-EOF     PIC X(01) VALUE ' '.
       77  WS-URN-EOF      PIC X(01) VALUE ' '.
       77  WS-URN-STATUS   PIC X(02) VALUE '00'.
       77  WS-MAX-CANDIDATOS PIC 9(04) VALUE 1000.
       77  WS-QTD-CAND     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-TAB      PIC 9(04) VALUE ZEROS.
      *----CARGOS EM DISPUTA NO MUNICIPIO DA URNA CORRENTE, NA ORDEM
      *    EM QUE APARECEM NO CADASTRO DE CANDIDATOS
       77  WS-MAX-CARGOS   PIC 9(02) VALUE 20.
       77  WS-QTD-CARGOS   PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CRG      PIC 9(02) VALUE ZEROS.
       77  WS-CRG-ACHADO   PIC X(01) VALUE 'N'.
       77  WS-CARGO-ATUAL  PIC 9(02) VALUE ZEROS.
       77  WS-ZER-EOF      PIC X(01) VALUE ' '.
       77  WS-ZER-STATUS   PIC X(02) VALUE '00'.
       77  WS-SEQ-EMISSAO  PIC 9(04) VALUE ZEROS.
       77  WS-SEQ-LIDA     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-URNAS    PIC 9(05) VALUE ZEROS.
       77  WS-QTD-EMITIDAS PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REJEITADAS PIC 9(05) VALUE ZEROS.
       77  WS-LOG-USUARIO  PIC X(08) VALUE SPACES.
       77  WS-LOG-DATAHORA PIC X(19) VALUE SPACES.

       COPY CPPARAM.

       01  WS-TAB-CANDIDATOS.
           03 WS-CAND-ITEM OCCURS 1000 TIMES.
              05 WS-CAND-CARGO     PIC 9(02).
              05 WS-CAND-MUNICIPIO PIC 9(04).
              05 WS-CAND-NUMERO    PIC 9(05).
              05 WS-CAND-NOME      PIC X(17).
              05 WS-CAND-SITUACAO  PIC X(01).

       01  WS-TAB-CARGOS.
           03 WS-CRG-CODIGO OCCURS 20 TIMES PIC 9(02).

       01  WS-VARIAVEIS.
           03 WS-DATA-SISTEMA    PIC X(10).
           03 WS-HORA-SISTEMA    PIC X(08).
           03 WS-TIMESTAMP.
               05 WS-DATA.
                   07 WS-ANO     PIC 9(04).
                   07 WS-MES     PIC 9(02).
                   07 WS-DIA     PIC 9(02).
               05 WS-HORA.
                   07 WS-HH      PIC 9(02).
                   07 WS-MM      PIC 9(02).
                   07 WS-SS      PIC 9(02).
                   07 WS-MS      PIC 9(02).

      *----ZERESIMA IMPRESSA (ARQRELZERESIMA.TXT): UMA PAGINA POR
      *    URNA, COM O MESMO NUMERO DE CONTROLE DO ARQUIVO, PARA SER
      *    ASSINADA PELO PRESIDENTE DA MESA E PELOS FISCAIS
       77  WS-ZR-TRACO     PIC X(80) VALUE ALL '='.
       01  WS-ZR-TITULO.
           03 FILLER       PIC X(34) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE 'ZERESIMA'.
           03 FILLER       PIC X(38) VALUE SPACES.
       01  WS-ZR-ELEICAO.
           03 FILLER       PIC X(09) VALUE 'ELEICAO: '.
           03 WS-ZR-EL-COD PIC 9(05).
           03 FILLER       PIC X(09) VALUE '  TURNO: '.
           03 WS-ZR-EL-TURNO PIC 9(01).
           03 FILLER       PIC X(10) VALUE '   URNA: '.
           03 WS-ZR-URNA   PIC 9(05).
           03 FILLER       PIC X(41) VALUE SPACES.
       01  WS-ZR-LOCAL.
           03 FILLER       PIC X(11) VALUE 'MUNICIPIO: '.
           03 WS-ZR-MUN    PIC 9(04).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE 'ZONA: '.
           03 WS-ZR-ZONA   PIC 9(04).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE 'SECAO: '.
           03 WS-ZR-SECAO  PIC 9(04).
           03 FILLER       PIC X(38) VALUE SPACES.
       01  WS-ZR-CONTROLE.
           03 FILLER       PIC X(20) VALUE 'NUMERO DE CONTROLE: '.
           03 WS-ZR-NUM-CTL PIC 9(10).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(11) VALUE 'EMITIDA EM '.
           03 WS-ZR-DATAHORA PIC X(19).
           03 FILLER       PIC X(17) VALUE SPACES.
       01  WS-ZR-CARGO.
           03 FILLER       PIC X(07) VALUE 'CARGO: '.
           03 WS-ZR-CRG    PIC 9(02).
           03 FILLER       PIC X(71) VALUE SPACES.
       01  WS-ZR-CAB-CAND.
           03 FILLER       PIC X(08) VALUE 'NUMERO'.
           03 FILLER       PIC X(20) VALUE 'CANDIDATO'.
           03 FILLER       PIC X(05) VALUE 'VOTOS'.
           03 FILLER       PIC X(47) VALUE SPACES.
       01  WS-ZR-DET-CAND.
           03 WS-ZR-NUMERO PIC 9(05).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WS-ZR-NOME   PIC X(17).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WS-ZR-VOTOS  PIC 9(06).
           03 FILLER       PIC X(46) VALUE SPACES.
       01  WS-ZR-BRANCO.
           03 FILLER       PIC X(28) VALUE 'BRANCOS:'.
           03 WS-ZR-QTD-BRANCO PIC 9(06).
           03 FILLER       PIC X(46) VALUE SPACES.
       01  WS-ZR-NULO.
           03 FILLER       PIC X(28) VALUE 'NULOS:'.
           03 WS-ZR-QTD-NULO PIC 9(06).
           03 FILLER       PIC X(46) VALUE SPACES.
       01  WS-ZR-ASSINATURA.
           03 FILLER       PIC X(12) VALUE 'PRESIDENTE: '.
           03 FILLER       PIC X(32) VALUE ALL '_'.
           03 FILLER       PIC X(36) VALUE SPACES.
       01  WS-ZR-ASS-FISCAL.
           03 FILLER       PIC X(12) VALUE 'FISCAIS   : '.
           03 FILLER       PIC X(32) VALUE ALL '_'.
           03 FILLER       PIC X(36) VALUE SPACES.
       01  WS-LINHA-BRANCO.
           03 FILLER     PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0100-CARREGA-PARAMETROS
           PERFORM 1200-TRATA-DATAHORA

           OPEN INPUT ARQCANDIDATOS
           PERFORM 1100-CARREGA-CANDIDATOS
           CLOSE ARQCANDIDATOS

           OPEN INPUT ARQURNAS
           IF WS-URN-STATUS NOT = '00'
               DISPLAY 'LISTA DE URNAS AUSENTE OU ILEGIVEL '
                       '- STATUS: ' WS-URN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *----A PRIMEIRA LINHA E O REGISTRO DE CONTROLE DA ELEICAO, O
      *    MESMO QUE O CONSOLIDAURNAS EXIGE NA CONSOLIDACAO
           PERFORM 1300-LER-URNA
           IF WS-URN-EOF = 'S' OR CTL-MARCA NOT = 'CTL'
               DISPLAY 'LISTA DE URNAS SEM REGISTRO DE CONTROLE DA '
                       'ELEICAO - EMISSAO ABANDONADA'
               CLOSE ARQURNAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CTL-ELEICAO NOT = WS-PRM-ELEICAO
               DISPLAY 'ELEICAO DA LISTA DE URNAS (' CTL-ELEICAO
                       ') DIFERE DO PARAMETRO (' WS-PRM-ELEICAO
                       ') - EMISSAO ABANDONADA'
               CLOSE ARQURNAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1400-ULTIMA-EMISSAO
           OPEN EXTEND ARQZERESIMA
           IF WS-ZER-STATUS NOT = '00'
              AND WS-ZER-STATUS NOT = '05'
               DISPLAY 'ERRO AO ABRIR ARQZERESIMA.TXT PARA GRAVACAO '
                       '- STATUS: ' WS-ZER-STATUS
               CLOSE ARQURNAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQRELZERESIMA

           PERFORM 1300-LER-URNA
           PERFORM UNTIL WS-URN-EOF = 'S'
               ADD 1 TO WS-QTD-URNAS
               PERFORM 2000-EMITE-ZERESIMA
               PERFORM 1300-LER-URNA
           END-PERFORM

           CLOSE ARQURNAS ARQZERESIMA ARQRELZERESIMA

           DISPLAY 'EMISSAO CONCLUIDA - URNAS: ' WS-QTD-URNAS
                   ' ZERESIMAS: ' WS-QTD-EMITIDAS
                   ' REJEITADAS: ' WS-QTD-REJEITADAS
           IF WS-QTD-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------*
       1100-CARREGA-CANDIDATOS.
      *----------------------------------------------------------------*
      *----SO OS CANDIDATOS ATIVOS ENTRAM NA ZERESIMA; ROSTER ANTIGO
      *    SEM A COLUNA DE SITUACAO: BRANCO VALE ATIVO
           MOVE ZEROS TO WS-QTD-CAND
           MOVE SPACE TO WS-CAND-EOF
           PERFORM 1110-LER-CANDIDATO
           PERFORM UNTIL WS-CAND-EOF = 'S'
               IF CAND-SITUACAO = 'A' OR CAND-SITUACAO = SPACE
                   IF WS-QTD-CAND < WS-MAX-CANDIDATOS
                       ADD 1 TO WS-QTD-CAND
                       MOVE CAND-CARGO
                            TO WS-CAND-CARGO   (WS-QTD-CAND)
                       MOVE CAND-MUNICIPIO
                            TO WS-CAND-MUNICIPIO (WS-QTD-CAND)
                       MOVE CAND-NUMERO
                            TO WS-CAND-NUMERO  (WS-QTD-CAND)
                       MOVE CAND-NOME
                            TO WS-CAND-NOME    (WS-QTD-CAND)
                       MOVE 'A'
                            TO WS-CAND-SITUACAO (WS-QTD-CAND)
                   ELSE
                       DISPLAY 'ARQCANDIDATOS.TXT EXCEDE O LIMITE DE '
                               WS-MAX-CANDIDATOS ' CANDIDATOS - '
                               'REGISTRO IGNORADO: ' CAND-NUMERO
                   END-IF
               END-IF
               PERFORM 1110-LER-CANDIDATO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1110-LER-CANDIDATO.
      *----------------------------------------------------------------*
           READ ARQCANDIDATOS
                  AT END
                     MOVE 'S' TO WS-CAND-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-TRATA-DATAHORA.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-SISTEMA
           END-STRING
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-HORA-SISTEMA DELIMITED BY SIZE
               INTO WS-LOG-DATAHORA
           END-STRING
           ACCEPT WS-LOG-USUARIO FROM ENVIRONMENT 'USER'
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-LER-URNA.
      *----------------------------------------------------------------*
           READ ARQURNAS
                  AT END
                     MOVE 'S' TO WS-URN-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1400-ULTIMA-EMISSAO.
      *----------------------------------------------------------------*
      *----A SEQUENCIA DA EMISSAO CONTINUA A PARTIR DA MAIOR JA
      *    GRAVADA PARA A ELEICAO/TURNO: URNA REEMITIDA GANHA NUMERO
      *    DE CONTROLE NOVO E NENHUM NUMERO E REPETIDO
           MOVE ZEROS TO WS-SEQ-EMISSAO
           OPEN INPUT ARQZERESIMA
           IF WS-ZER-STATUS NOT = '00'
              AND WS-ZER-STATUS NOT = '05'
               DISPLAY 'ERRO AO ABRIR ARQZERESIMA.TXT - STATUS: '
                       WS-ZER-STATUS
               CLOSE ARQURNAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ZER-STATUS = '00'
               PERFORM 1410-LER-ZERESIMA
               PERFORM UNTIL WS-ZER-EOF = 'S'
                   IF ZER-TIPO = 'Z'
                      AND ZER-ELEICAO = WS-PRM-ELEICAO
                      AND ZER-TURNO = WS-PRM-TURNO
                       MOVE ZER-CONTROLE (7:4) TO WS-SEQ-LIDA
                       IF WS-SEQ-LIDA > WS-SEQ-EMISSAO
                           MOVE WS-SEQ-LIDA TO WS-SEQ-EMISSAO
                       END-IF
                   END-IF
                   PERFORM 1410-LER-ZERESIMA
               END-PERFORM
           END-IF
           CLOSE ARQZERESIMA
           IF WS-SEQ-EMISSAO > 0
               DISPLAY 'ZERESIMAS JA EMITIDAS PARA A ELEICAO - ULTIMA '
                       'SEQUENCIA: ' WS-SEQ-EMISSAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1410-LER-ZERESIMA.
      *----------------------------------------------------------------*
           READ ARQZERESIMA
                  AT END
                     MOVE 'S' TO WS-ZER-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-EMITE-ZERESIMA.
      *----------------------------------------------------------------*
      *----URNA SEM MUNICIPIO/ZONA/SECAO NA LISTA NAO RECEBE
      *    ZERESIMA (E SERA REJEITADA PELO CONSOLIDAURNAS)
           IF URNA-ID IS NOT NUMERIC
              OR URNA-MUNICIPIO IS NOT NUMERIC
              OR URNA-ZONA IS NOT NUMERIC
              OR URNA-SECAO IS NOT NUMERIC
              OR URNA-MUNICIPIO = 0
              OR URNA-ZONA = 0
              OR URNA-SECAO = 0
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY 'URNA SEM MUNICIPIO/ZONA/SECAO VALIDOS NA '
                       'LISTA - ZERESIMA NAO EMITIDA: ' URNA-ID
           ELSE
               PERFORM 2100-MONTA-CARGOS
               IF WS-QTD-CARGOS = 0
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY 'NENHUM CANDIDATO ATIVO NO MUNICIPIO '
                           URNA-MUNICIPIO ' - ZERESIMA NAO EMITIDA: '
                           URNA-ID
               ELSE
                   ADD 1 TO WS-SEQ-EMISSAO
                   ADD 1 TO WS-QTD-EMITIDAS
                   PERFORM 2200-GRAVA-IDENTIFICACAO
                   MOVE 1 TO WS-IDX-CRG
                   PERFORM UNTIL WS-IDX-CRG > WS-QTD-CARGOS
                       MOVE WS-CRG-CODIGO (WS-IDX-CRG)
                            TO WS-CARGO-ATUAL
                       PERFORM 2300-GRAVA-CARGO
                       ADD 1 TO WS-IDX-CRG
                   END-PERFORM
                   PERFORM 2500-IMPRIME-RODAPE
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-MONTA-CARGOS.
      *----------------------------------------------------------------*
      *----CAND-MUNICIPIO ZERO E CARGO MAJORITARIO ESTADUAL E VALE
      *    EM TODAS AS URNAS; OS DEMAIS SO NAS URNAS DO MUNICIPIO
           MOVE ZEROS TO WS-QTD-CARGOS
           MOVE 1 TO WS-IDX-TAB
           PERFORM UNTIL WS-IDX-TAB > WS-QTD-CAND
               IF WS-CAND-MUNICIPIO (WS-IDX-TAB) = 0
                  OR WS-CAND-MUNICIPIO (WS-IDX-TAB) = URNA-MUNICIPIO
                   PERFORM 2110-INCLUI-CARGO
               END-IF
               ADD 1 TO WS-IDX-TAB
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2110-INCLUI-CARGO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CRG-ACHADO
           MOVE 1 TO WS-IDX-CRG
           PERFORM UNTIL WS-IDX-CRG > WS-QTD-CARGOS
                         OR WS-CRG-ACHADO = 'S'
               IF WS-CRG-CODIGO (WS-IDX-CRG) =
                  WS-CAND-CARGO (WS-IDX-TAB)
                   MOVE 'S' TO WS-CRG-ACHADO
               ELSE
                   ADD 1 TO WS-IDX-CRG
               END-IF
           END-PERFORM
           IF WS-CRG-ACHADO = 'N'
               IF WS-QTD-CARGOS < WS-MAX-CARGOS
                   ADD 1 TO WS-QTD-CARGOS
                   MOVE WS-CAND-CARGO (WS-IDX-TAB)
                        TO WS-CRG-CODIGO (WS-QTD-CARGOS)
               ELSE
                   DISPLAY 'LIMITE DE ' WS-MAX-CARGOS ' CARGOS '
                           'EXCEDIDO - CARGO IGNORADO: '
                           WS-CAND-CARGO (WS-IDX-TAB)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-GRAVA-IDENTIFICACAO.
      *----------------------------------------------------------------*
           MOVE 'Z'            TO ZER-TIPO
           MOVE URNA-ID        TO ZER-URNA
           MOVE WS-PRM-ELEICAO TO ZER-ELEICAO
           MOVE WS-PRM-TURNO   TO ZER-TURNO
           MOVE URNA-MUNICIPIO TO ZER-MUNICIPIO
           MOVE URNA-ZONA      TO ZER-ZONA
           MOVE URNA-SECAO     TO ZER-SECAO
           COMPUTE ZER-CONTROLE = WS-PRM-ELEICAO * 100000
                                + WS-PRM-TURNO * 10000
                                + WS-SEQ-EMISSAO
           MOVE WS-DATA-SISTEMA TO ZER-DATA
           MOVE WS-HORA-SISTEMA TO ZER-HORA
           WRITE REG-ZERESIMA

           MOVE ZER-ELEICAO    TO WS-ZR-EL-COD
           MOVE ZER-TURNO      TO WS-ZR-EL-TURNO
           MOVE ZER-URNA       TO WS-ZR-URNA
           MOVE ZER-MUNICIPIO  TO WS-ZR-MUN
           MOVE ZER-ZONA       TO WS-ZR-ZONA
           MOVE ZER-SECAO      TO WS-ZR-SECAO
           MOVE ZER-CONTROLE   TO WS-ZR-NUM-CTL
           MOVE WS-LOG-DATAHORA TO WS-ZR-DATAHORA
           WRITE REG-RELATORIO FROM WS-ZR-TRACO
           WRITE REG-RELATORIO FROM WS-ZR-TITULO
           WRITE REG-RELATORIO FROM WS-ZR-TRACO
           WRITE REG-RELATORIO FROM WS-ZR-ELEICAO
           WRITE REG-RELATORIO FROM WS-ZR-LOCAL
           WRITE REG-RELATORIO FROM WS-ZR-CONTROLE
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-GRAVA-CARGO.
      *----------------------------------------------------------------*
           MOVE WS-CARGO-ATUAL TO WS-ZR-CRG
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-ZR-CARGO
           WRITE REG-RELATORIO FROM WS-ZR-CAB-CAND

           MOVE 1 TO WS-IDX-TAB
           PERFORM UNTIL WS-IDX-TAB > WS-QTD-CAND
               IF WS-CAND-CARGO (WS-IDX-TAB) = WS-CARGO-ATUAL
                  AND (WS-CAND-MUNICIPIO (WS-IDX-TAB) = 0
                   OR WS-CAND-MUNICIPIO (WS-IDX-TAB) = URNA-MUNICIPIO)
                   PERFORM 2310-GRAVA-CANDIDATO
               END-IF
               ADD 1 TO WS-IDX-TAB
           END-PERFORM

           MOVE 'B'    TO ZRI-CLASSE
           MOVE ZEROS  TO ZRI-NUMERO
           MOVE SPACES TO ZRI-NOME
           PERFORM 2400-GRAVA-ITEM
           MOVE ZEROS  TO WS-ZR-QTD-BRANCO
           WRITE REG-RELATORIO FROM WS-ZR-BRANCO

           MOVE 'N'    TO ZRI-CLASSE
           MOVE ZEROS  TO ZRI-NUMERO
           MOVE SPACES TO ZRI-NOME
           PERFORM 2400-GRAVA-ITEM
           MOVE ZEROS  TO WS-ZR-QTD-NULO
           WRITE REG-RELATORIO FROM WS-ZR-NULO
           .
           EXIT.
      *----------------------------------------------------------------*
       2310-GRAVA-CANDIDATO.
      *----------------------------------------------------------------*
           MOVE 'C' TO ZRI-CLASSE
           MOVE WS-CAND-NUMERO (WS-IDX-TAB) TO ZRI-NUMERO
           MOVE WS-CAND-NOME   (WS-IDX-TAB) TO ZRI-NOME
           PERFORM 2400-GRAVA-ITEM
           MOVE ZRI-NUMERO TO WS-ZR-NUMERO
           MOVE ZRI-NOME   TO WS-ZR-NOME
           MOVE ZEROS      TO WS-ZR-VOTOS
           WRITE REG-RELATORIO FROM WS-ZR-DET-CAND
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GRAVA-ITEM.
      *----------------------------------------------------------------*
           MOVE 'I'            TO ZRI-TIPO
           MOVE URNA-ID        TO ZRI-URNA
           MOVE WS-CARGO-ATUAL TO ZRI-CARGO
           MOVE ZEROS          TO ZRI-VOTOS
           WRITE REG-ZER-ITEM
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-IMPRIME-RODAPE.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-ZR-ASSINATURA
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-ZR-ASS-FISCAL
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           .
           EXIT.

      *----------------------------------------------------------------*
           COPY CPPARPRO.

       END PROGRAM EMITEZERESIMA.
