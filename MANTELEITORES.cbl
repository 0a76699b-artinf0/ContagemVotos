      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTELEITORES.
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
       SELECT ARQREGISTRO ASSIGN  TO WS-PRM-ARQ-REGISTRO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-REG-STATUS.
      *
      *----LISTA DE URNAS DA ELEICAO: AS SECOES QUE TEM URNA SAO AS
      *    SECOES VALIDAS PARA INCLUSAO, TRANSFERENCIA E REVISAO. SEM
      *    A LISTA VALEM AS SECOES JA EXISTENTES NO CADASTRO.
       SELECT OPTIONAL ARQURNAS ASSIGN  TO WS-PRM-ARQ-URNAS
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-URN-STATUS.
      *
       SELECT ARQTRANSELEITOR ASSIGN  TO WS-PRM-ARQ-TRANSELE
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-TRS-STATUS.
      *
       SELECT ARQREGISTRONOVO ASSIGN  TO WS-PRM-ARQ-REGNOVO
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT OPTIONAL ARQAUDITELEITOR ASSIGN  TO WS-PRM-ARQ-AUDITELE
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-AUD-STATUS.
      *
       SELECT ARQRESUMO ASSIGN  TO WS-PRM-ARQ-RESUMOCAD
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT SORT-WORK ASSIGN  TO DISK.
      *
      *----CALENDARIO ELEITORAL (VER CPCALPRO): O FECHAMENTO DO
      *    CADASTRO DA ELEICAO/TURNO LIMITA A DATA DAS TRANSACOES
       SELECT ARQCALENDARIO ASSIGN  TO WS-PRM-ARQ-CALEND
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CAL-STATUS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQPARAMETROS.TXT".
           COPY CPPARREG.

       FD  ARQREGISTRO
           LABEL RECORD STANDARD.
           COPY CPREGELE.

       FD  ARQURNAS
           LABEL RECORD STANDARD.
           COPY CPURNAS.

      *----TRANSACOES DATADAS DE MANUTENCAO DO CADASTRO, PREPARADAS
      *    PELO CARTORIO (TIPOS EM CPTRSELE)
       FD  ARQTRANSELEITOR
           LABEL RECORD STANDARD.
           COPY CPTRSELE.

       FD  ARQREGISTRONOVO
           LABEL RECORD STANDARD.
           COPY CPREGELE REPLACING ==REG-ELEITOR==   BY ==REG-SAIDA==
                                   ==ELE-TITULO==    BY ==SAI-TITULO==
                                   ==ELE-NOME==      BY ==SAI-NOME==
                                   ==ELE-MUNICIPIO== BY
                                   ==SAI-MUNICIPIO==
                                   ==ELE-ZONA==      BY ==SAI-ZONA==
                                   ==ELE-SECAO==     BY ==SAI-SECAO==
                                   ==ELE-SITUACAO==  BY
                                   ==SAI-SITUACAO==.

      *----TRILHA DE AUDITORIA PERMANENTE: UMA LINHA POR TRANSACAO
      *    PROCESSADA, ACEITA OU NAO, SEMPRE EM EXTEND
       FD  ARQAUDITELEITOR
           LABEL RECORD STANDARD.
       01  REG-AUDITORIA          PIC X(132).

      *----RESUMO DE APTOS POR SECAO ANTES E DEPOIS DA MANUTENCAO,
      *    PARA O DIMENSIONAMENTO DAS SECOES ANTES DO PLEITO
       FD  ARQRESUMO
           LABEL RECORD STANDARD.
       01  REG-RESUMO             PIC X(80).

       FD  ARQCALENDARIO
           LABEL RECORD STANDARD.
           COPY CPCALREG.

       SD  SORT-WORK.
       01  SORT-REC.
           03 SRT-MUNICIPIO   PIC 9(04).
           03 SRT-ZONA        PIC 9(04).
           03 SRT-SECAO       PIC 9(04).
           03 SRT-ANTES       PIC 9(06).
           03 SRT-DEPOIS      PIC 9(06).
           03 SRT-VALIDA      PIC X(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-REG-EOF      PIC X(01) VALUE ' '.
       77  WS-URN-EOF      PIC X(01) VALUE ' '.
       77  WS-TRS-EOF      PIC X(01) VALUE ' '.
       77  WS-SORT-EOF     PIC X(01) VALUE ' '.
       77  WS-REG-STATUS   PIC X(02) VALUE '00'.
       77  WS-URN-STATUS   PIC X(02) VALUE '00'.
       77  WS-TRS-STATUS   PIC X(02) VALUE '00'.
       77  WS-AUD-STATUS   PIC X(02) VALUE '00'.
       77  WS-PONTILHADO   PIC X(80) VALUE ALL '-'.
       77  WS-ELE-ACHADO   PIC X(01) VALUE 'N'.
       77  WS-SEC-ACHADA   PIC X(01) VALUE 'N'.
      *----'S' QUANDO AS SECOES VALIDAS VIERAM DA LISTA DE URNAS
       77  WS-TEM-URNAS    PIC X(01) VALUE 'N'.
      *----O CADASTRO INTEIRO FICA EM MEMORIA E E REGRAVADO NO FIM:
      *    NENHUM ELEITOR PODE SER DESCARTADO, ENTAO ESTOURO DA TABELA
      *    NA CARGA ENCERRA O PROGRAMA SEM GRAVAR O CADASTRO NOVO
       77  WS-MAX-ELEITORES PIC 9(06) VALUE 50000.
       77  WS-QTD-ELE      PIC 9(06) VALUE ZEROS.
       77  WS-IDX-ELE      PIC 9(06) VALUE ZEROS.
       77  WS-MAX-SECOES   PIC 9(04) VALUE 5000.
       77  WS-QTD-SECOES   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-SEC      PIC 9(04) VALUE ZEROS.
       77  WS-BUS-MUN      PIC 9(04) VALUE ZEROS.
       77  WS-BUS-ZONA     PIC 9(04) VALUE ZEROS.
       77  WS-BUS-SECAO    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-TRANS    PIC 9(06) VALUE ZEROS.
       77  WS-QTD-APLICADAS PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJEITADAS PIC 9(06) VALUE ZEROS.
       77  WS-TOT-ANTES    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DEPOIS   PIC 9(07) VALUE ZEROS.
       77  WS-LOG-USUARIO  PIC X(08) VALUE SPACES.
       77  WS-LOG-DATAHORA PIC X(19) VALUE SPACES.

       COPY CPPARAM.

       COPY CPCALEND.

       01  WS-TAB-ELEITORES.
           03 WS-ELE-ITEM OCCURS 50000 TIMES.
              05 WS-ELE-TITULO     PIC 9(12).
              05 WS-ELE-NOME       PIC X(10).
              05 WS-ELE-MUNICIPIO  PIC 9(04).
              05 WS-ELE-ZONA       PIC 9(04).
              05 WS-ELE-SECAO      PIC 9(04).
              05 WS-ELE-SITUACAO   PIC X(01).

      *----UMA ENTRADA POR MUNICIPIO/ZONA/SECAO: SE A SECAO ACEITA
      *    ELEITORES (WS-SEC-VALIDA) E OS APTOS ANTES E DEPOIS DA
      *    MANUTENCAO
       01  WS-TAB-SECOES.
           03 WS-SEC-ITEM OCCURS 5000 TIMES.
              05 WS-SEC-MUN       PIC 9(04).
              05 WS-SEC-ZONA      PIC 9(04).
              05 WS-SEC-SECAO     PIC 9(04).
              05 WS-SEC-VALIDA    PIC X(01).
              05 WS-SEC-ANTES     PIC 9(06).
              05 WS-SEC-DEPOIS    PIC 9(06).

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

       01  WS-AUD-DETALHE.
           03 WS-AUD-DATAHORA PIC X(19).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-AUD-USUARIO  PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-AUD-DATA     PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-AUD-TIPO     PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-AUD-TITULO   PIC 9(12).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-AUD-DE-MUN   PIC 9(04).
           03 FILLER          PIC X(01) VALUE '/'.
           03 WS-AUD-DE-ZONA  PIC 9(04).
           03 FILLER          PIC X(01) VALUE '/'.
           03 WS-AUD-DE-SECAO PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-AUD-PARA-MUN PIC 9(04).
           03 FILLER          PIC X(01) VALUE '/'.
           03 WS-AUD-PARA-ZONA PIC 9(04).
           03 FILLER          PIC X(01) VALUE '/'.
           03 WS-AUD-PARA-SECAO PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-AUD-SITUACAO PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-AUD-RESULT   PIC X(24).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-AUD-MOTIVO   PIC X(20).

       01  WS-REL-CABECALHO1.
           03 FILLER  PIC X(47) VALUE
              'Resumo de Aptos por Secao - Cadastro Eleitoral'.
           03 FILLER  PIC X(33) VALUE SPACES.
       01  WS-REL-ELEICAO.
           03 FILLER          PIC X(09) VALUE 'ELEICAO: '.
           03 WS-RE-ELEICAO   PIC 9(05).
           03 FILLER          PIC X(09) VALUE '  TURNO: '.
           03 WS-RE-TURNO     PIC 9(01).
           03 FILLER          PIC X(26) VALUE
              '  FECHAMENTO DO CADASTRO: '.
           03 WS-RE-FECHA     PIC X(10).
           03 FILLER          PIC X(20) VALUE SPACES.
       01  WS-REL-COLUNAS.
           03 FILLER  PIC X(11) VALUE 'MUNICIPIO'.
           03 FILLER  PIC X(06) VALUE 'ZONA'.
           03 FILLER  PIC X(07) VALUE 'SECAO'.
           03 FILLER  PIC X(13) VALUE 'APTOS ANTES'.
           03 FILLER  PIC X(14) VALUE 'APTOS DEPOIS'.
           03 FILLER  PIC X(10) VALUE 'VARIACAO'.
           03 FILLER  PIC X(19) VALUE 'OBSERVACAO'.
       01  WS-REL-DETALHE.
           03 WS-RD-MUN       PIC 9(04).
           03 FILLER          PIC X(07) VALUE SPACES.
           03 WS-RD-ZONA      PIC 9(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-RD-SECAO     PIC 9(04).
           03 FILLER          PIC X(08) VALUE SPACES.
           03 WS-RD-ANTES     PIC 9(06).
           03 FILLER          PIC X(08) VALUE SPACES.
           03 WS-RD-DEPOIS    PIC 9(06).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WS-RD-VARIACAO  PIC -----9.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WS-RD-OBS       PIC X(15).
       01  WS-REL-TOTAL.
           03 FILLER          PIC X(23) VALUE 'TOTAL DE APTOS'.
           03 WS-RT-ANTES     PIC 9(07).
           03 FILLER          PIC X(07) VALUE SPACES.
           03 WS-RT-DEPOIS    PIC 9(07).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WS-RT-VARIACAO  PIC ------9.
           03 FILLER          PIC X(26) VALUE SPACES.
       01  WS-REL-TRANSACOES.
           03 FILLER          PIC X(13) VALUE 'TRANSACOES: '.
           03 WS-RR-TRANS     PIC 9(06).
           03 FILLER          PIC X(13) VALUE '  APLICADAS: '.
           03 WS-RR-APLIC     PIC 9(06).
           03 FILLER          PIC X(14) VALUE '  REJEITADAS: '.
           03 WS-RR-REJEI     PIC 9(06).
           03 FILLER          PIC X(22) VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0100-CARREGA-PARAMETROS
           PERFORM 0600-CARREGA-CALENDARIO
           PERFORM 1200-TRATA-DATAHORA

           IF WS-CAL-FECHA-CADASTRO = SPACES
               DISPLAY 'CALENDARIO SEM FECHAMENTO DO CADASTRO - '
                       'TRANSACOES ACEITAS SEM LIMITE DE DATA'
           END-IF

           PERFORM 1000-CARREGA-URNAS
           PERFORM 1100-CARREGA-ELEITORES

           OPEN INPUT ARQTRANSELEITOR
           IF WS-TRS-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE TRANSACOES AUSENTE OU ILEGIVEL '
                       '- STATUS: ' WS-TRS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARQAUDITELEITOR

           PERFORM 1300-LER-TRANSACAO
           PERFORM UNTIL WS-TRS-EOF = 'S'
               ADD 1 TO WS-QTD-TRANS
               PERFORM 2000-APLICA-TRANSACAO
               PERFORM 1300-LER-TRANSACAO
           END-PERFORM

           CLOSE ARQTRANSELEITOR ARQAUDITELEITOR

           OPEN OUTPUT ARQREGISTRONOVO
           MOVE 1 TO WS-IDX-ELE
           PERFORM UNTIL WS-IDX-ELE > WS-QTD-ELE
               PERFORM 3000-GRAVA-ELEITOR
               ADD 1 TO WS-IDX-ELE
           END-PERFORM
           CLOSE ARQREGISTRONOVO

           PERFORM 4000-IMPRIME-RESUMO

           DISPLAY 'MANUTENCAO CONCLUIDA - TRANSACOES: '
                    WS-QTD-TRANS ' APLICADAS: ' WS-QTD-APLICADAS
                   ' REJEITADAS: ' WS-QTD-REJEITADAS
           IF WS-QTD-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------*
       1000-CARREGA-URNAS.
      *----------------------------------------------------------------*
      *----A PRIMEIRA LINHA DA LISTA E O CONTROLE 'CTL' DA ELEICAO:
      *    UMA LISTA DE OUTRA ELEICAO NAO SERVE PARA VALIDAR SECOES
           OPEN INPUT ARQURNAS
           IF WS-URN-STATUS = '00'
               MOVE SPACE TO WS-URN-EOF
               PERFORM 1010-LER-URNA
               IF WS-URN-EOF NOT = 'S'
                   IF CTL-MARCA NOT = 'CTL'
                      OR CTL-ELEICAO NOT = WS-PRM-ELEICAO
                       DISPLAY 'LISTA DE URNAS SEM CONTROLE OU DE '
                               'OUTRA ELEICAO - MANUTENCAO '
                               'ABANDONADA: ' WS-PRM-ARQ-URNAS
                       CLOSE ARQURNAS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1010-LER-URNA
               END-IF
               PERFORM UNTIL WS-URN-EOF = 'S'
                   MOVE URNA-MUNICIPIO TO WS-BUS-MUN
                   MOVE URNA-ZONA      TO WS-BUS-ZONA
                   MOVE URNA-SECAO     TO WS-BUS-SECAO
                   PERFORM 1500-LOCALIZA-SECAO
                   IF WS-SEC-ACHADA NOT = 'S'
                       PERFORM 1510-INCLUI-SECAO
                   END-IF
                   MOVE 'S' TO WS-SEC-VALIDA (WS-IDX-SEC)
                   PERFORM 1010-LER-URNA
               END-PERFORM
               MOVE 'S' TO WS-TEM-URNAS
           ELSE
               DISPLAY 'LISTA DE URNAS AUSENTE - VALEM AS SECOES '
                       'DO CADASTRO ATUAL: ' WS-PRM-ARQ-URNAS
           END-IF
           CLOSE ARQURNAS
           .
           EXIT.
      *----------------------------------------------------------------*
       1010-LER-URNA.
      *----------------------------------------------------------------*
           READ ARQURNAS
                  AT END
                     MOVE 'S' TO WS-URN-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-CARREGA-ELEITORES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQREGISTRO
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'CADASTRO ELEITORAL AUSENTE OU ILEGIVEL: '
                       WS-PRM-ARQ-REGISTRO ' - STATUS: '
                       WS-REG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-QTD-ELE
           MOVE SPACE TO WS-REG-EOF
           PERFORM 1110-LER-ELEITOR
           PERFORM UNTIL WS-REG-EOF = 'S'
               IF WS-QTD-ELE < WS-MAX-ELEITORES
                   ADD 1 TO WS-QTD-ELE
                   MOVE ELE-TITULO    TO WS-ELE-TITULO    (WS-QTD-ELE)
                   MOVE ELE-NOME      TO WS-ELE-NOME      (WS-QTD-ELE)
                   MOVE ELE-MUNICIPIO TO WS-ELE-MUNICIPIO (WS-QTD-ELE)
                   MOVE ELE-ZONA      TO WS-ELE-ZONA      (WS-QTD-ELE)
                   MOVE ELE-SECAO     TO WS-ELE-SECAO     (WS-QTD-ELE)
                   MOVE ELE-SITUACAO  TO WS-ELE-SITUACAO  (WS-QTD-ELE)
                   PERFORM 1120-CONTA-APTO-ANTES
               ELSE
                   DISPLAY 'CADASTRO ELEITORAL EXCEDE O LIMITE DE '
                           WS-MAX-ELEITORES ' ELEITORES - '
                           'MANUTENCAO ABANDONADA SEM GRAVAR O '
                           'CADASTRO NOVO'
                   CLOSE ARQREGISTRO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1110-LER-ELEITOR
           END-PERFORM
           CLOSE ARQREGISTRO
           .
           EXIT.
      *----------------------------------------------------------------*
       1110-LER-ELEITOR.
      *----------------------------------------------------------------*
           READ ARQREGISTRO
                  AT END
                     MOVE 'S' TO WS-REG-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1120-CONTA-APTO-ANTES.
      *----------------------------------------------------------------*
      *----SEM LISTA DE URNAS, TODA SECAO QUE JA TEM ELEITOR NO
      *    CADASTRO E VALIDA; COM A LISTA, A SECAO QUE SO EXISTE NO
      *    CADASTRO APARECE NO RESUMO COMO SECAO SEM URNA
           MOVE ELE-MUNICIPIO TO WS-BUS-MUN
           MOVE ELE-ZONA      TO WS-BUS-ZONA
           MOVE ELE-SECAO     TO WS-BUS-SECAO
           PERFORM 1500-LOCALIZA-SECAO
           IF WS-SEC-ACHADA NOT = 'S'
               PERFORM 1510-INCLUI-SECAO
               IF WS-TEM-URNAS NOT = 'S'
                   MOVE 'S' TO WS-SEC-VALIDA (WS-IDX-SEC)
               END-IF
           END-IF
           IF ELE-SITUACAO = 'A'
               ADD 1 TO WS-SEC-ANTES (WS-IDX-SEC)
               ADD 1 TO WS-TOT-ANTES
           END-IF
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
       1300-LER-TRANSACAO.
      *----------------------------------------------------------------*
           READ ARQTRANSELEITOR
                  AT END
                     MOVE 'S' TO WS-TRS-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-LOCALIZA-SECAO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SEC-ACHADA
           MOVE 1 TO WS-IDX-SEC
           PERFORM UNTIL WS-IDX-SEC > WS-QTD-SECOES
                         OR WS-SEC-ACHADA = 'S'
               IF WS-SEC-MUN   (WS-IDX-SEC) = WS-BUS-MUN
                  AND WS-SEC-ZONA  (WS-IDX-SEC) = WS-BUS-ZONA
                  AND WS-SEC-SECAO (WS-IDX-SEC) = WS-BUS-SECAO
                   MOVE 'S' TO WS-SEC-ACHADA
               ELSE
                   ADD 1 TO WS-IDX-SEC
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1510-INCLUI-SECAO.
      *----------------------------------------------------------------*
           IF WS-QTD-SECOES < WS-MAX-SECOES
               ADD 1 TO WS-QTD-SECOES
               MOVE WS-QTD-SECOES TO WS-IDX-SEC
               MOVE WS-BUS-MUN   TO WS-SEC-MUN    (WS-IDX-SEC)
               MOVE WS-BUS-ZONA  TO WS-SEC-ZONA   (WS-IDX-SEC)
               MOVE WS-BUS-SECAO TO WS-SEC-SECAO  (WS-IDX-SEC)
               MOVE 'N'          TO WS-SEC-VALIDA (WS-IDX-SEC)
               MOVE ZEROS        TO WS-SEC-ANTES  (WS-IDX-SEC)
               MOVE ZEROS        TO WS-SEC-DEPOIS (WS-IDX-SEC)
           ELSE
               DISPLAY 'SECOES EXCEDEM O LIMITE DE ' WS-MAX-SECOES
                       ' - MANUTENCAO ABANDONADA SEM GRAVAR O '
                       'CADASTRO NOVO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-APLICA-TRANSACAO.
      *----------------------------------------------------------------*
      *----A DATA DA TRANSACAO E CONFERIDA ANTES DO TIPO: DEPOIS DO
      *    FECHAMENTO DO CADASTRO NENHUMA ALTERACAO E ACEITA
           MOVE ZEROS  TO WS-AUD-DE-MUN WS-AUD-DE-ZONA WS-AUD-DE-SECAO
           MOVE SPACE  TO WS-AUD-SITUACAO
           MOVE TRE-DATA TO WS-CAL-DATA
           PERFORM 0620-VALIDA-DATA-CAL
           IF TRE-DATA = SPACES
               MOVE 'DATA AUSENTE' TO WS-AUD-RESULT
               PERFORM 2910-GRAVA-REJEITO
           ELSE
               IF WS-CAL-DATA-OK NOT = 'S'
                   MOVE 'DATA INVALIDA' TO WS-AUD-RESULT
                   PERFORM 2910-GRAVA-REJEITO
               ELSE
                   IF WS-CAL-FECHA-CADASTRO NOT = SPACES
                      AND TRE-DATA > WS-CAL-FECHA-CADASTRO
                       MOVE 'FORA DO PRAZO' TO WS-AUD-RESULT
                       PERFORM 2910-GRAVA-REJEITO
                   ELSE
                       EVALUATE TRE-TIPO
                           WHEN 'I'
                               PERFORM 2100-INCLUI-ELEITOR
                           WHEN 'T'
                               PERFORM 2200-TRANSFERE-ELEITOR
                           WHEN 'R'
                               PERFORM 2300-REVISA-ELEITOR
                           WHEN 'S'
                           WHEN 'C'
                           WHEN 'A'
                               PERFORM 2400-MUDA-SITUACAO
                           WHEN OTHER
                               PERFORM 2900-REJEITA-TRANSACAO
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-INCLUI-ELEITOR.
      *----------------------------------------------------------------*
           IF TRE-TITULO IS NOT NUMERIC
              OR TRE-TITULO = 0
               MOVE 'TITULO INVALIDO' TO WS-AUD-RESULT
               PERFORM 2910-GRAVA-REJEITO
           ELSE
               PERFORM 2500-LOCALIZA-ELEITOR
               IF WS-ELE-ACHADO = 'S'
                   MOVE 'TITULO JA CADASTRADO' TO WS-AUD-RESULT
                   PERFORM 2910-GRAVA-REJEITO
               ELSE
                   IF TRE-NOME = SPACES
                       MOVE 'NOME AUSENTE' TO WS-AUD-RESULT
                       PERFORM 2910-GRAVA-REJEITO
                   ELSE
                       PERFORM 2600-VALIDA-SECAO
                       IF WS-SEC-ACHADA NOT = 'S'
                           MOVE 'ZONA/SECAO INVALIDA'
                                TO WS-AUD-RESULT
                           PERFORM 2910-GRAVA-REJEITO
                       ELSE
                           PERFORM 2110-GUARDA-ELEITOR
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2110-GUARDA-ELEITOR.
      *----------------------------------------------------------------*
           IF WS-QTD-ELE < WS-MAX-ELEITORES
               ADD 1 TO WS-QTD-ELE
               MOVE WS-QTD-ELE    TO WS-IDX-ELE
               MOVE TRE-TITULO    TO WS-ELE-TITULO    (WS-IDX-ELE)
               MOVE TRE-NOME      TO WS-ELE-NOME      (WS-IDX-ELE)
               MOVE TRE-MUNICIPIO TO WS-ELE-MUNICIPIO (WS-IDX-ELE)
               MOVE TRE-ZONA      TO WS-ELE-ZONA      (WS-IDX-ELE)
               MOVE TRE-SECAO     TO WS-ELE-SECAO     (WS-IDX-ELE)
               MOVE 'A'           TO WS-ELE-SITUACAO  (WS-IDX-ELE)
               MOVE 'INCLUIDO' TO WS-AUD-RESULT
               PERFORM 2920-GRAVA-APLICADA
           ELSE
               MOVE 'TABELA DE ELEITORES CHEIA' TO WS-AUD-RESULT
               PERFORM 2910-GRAVA-REJEITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-TRANSFERE-ELEITOR.
      *----------------------------------------------------------------*
           PERFORM 2500-LOCALIZA-ELEITOR
           IF WS-ELE-ACHADO NOT = 'S'
               MOVE 'TITULO NAO CADASTRADO' TO WS-AUD-RESULT
               PERFORM 2910-GRAVA-REJEITO
           ELSE
               IF WS-ELE-SITUACAO (WS-IDX-ELE) = 'C'
                   MOVE 'TITULO CANCELADO' TO WS-AUD-RESULT
                   PERFORM 2910-GRAVA-REJEITO
               ELSE
                   IF TRE-MUNICIPIO = WS-ELE-MUNICIPIO (WS-IDX-ELE)
                      AND TRE-ZONA  = WS-ELE-ZONA (WS-IDX-ELE)
                      AND TRE-SECAO = WS-ELE-SECAO (WS-IDX-ELE)
                       MOVE 'JA INSCRITO NA SECAO' TO WS-AUD-RESULT
                       PERFORM 2910-GRAVA-REJEITO
                   ELSE
                       PERFORM 2210-MUDA-SECAO
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2210-MUDA-SECAO.
      *----------------------------------------------------------------*
           PERFORM 2600-VALIDA-SECAO
           IF WS-SEC-ACHADA NOT = 'S'
               MOVE 'ZONA/SECAO INVALIDA' TO WS-AUD-RESULT
               PERFORM 2910-GRAVA-REJEITO
           ELSE
               MOVE TRE-MUNICIPIO TO WS-ELE-MUNICIPIO (WS-IDX-ELE)
               MOVE TRE-ZONA      TO WS-ELE-ZONA      (WS-IDX-ELE)
               MOVE TRE-SECAO     TO WS-ELE-SECAO     (WS-IDX-ELE)
               MOVE 'TRANSFERIDO' TO WS-AUD-RESULT
               PERFORM 2920-GRAVA-APLICADA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-REVISA-ELEITOR.
      *----------------------------------------------------------------*
      *----A REVISAO CORRIGE O NOME E/OU MUDA A ZONA/SECAO DENTRO DO
      *    MUNICIPIO; MUDANCA DE MUNICIPIO E TRANSFERENCIA ('T')
           PERFORM 2500-LOCALIZA-ELEITOR
           IF WS-ELE-ACHADO NOT = 'S'
               MOVE 'TITULO NAO CADASTRADO' TO WS-AUD-RESULT
               PERFORM 2910-GRAVA-REJEITO
           ELSE
               IF WS-ELE-SITUACAO (WS-IDX-ELE) = 'C'
                   MOVE 'TITULO CANCELADO' TO WS-AUD-RESULT
                   PERFORM 2910-GRAVA-REJEITO
               ELSE
                   IF TRE-NOME = SPACES
                      AND (TRE-LOCAL = SPACES OR TRE-LOCAL = ZEROS)
                       MOVE 'REVISAO SEM ALTERACAO' TO WS-AUD-RESULT
                       PERFORM 2910-GRAVA-REJEITO
                   ELSE
                       PERFORM 2310-APLICA-REVISAO
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2310-APLICA-REVISAO.
      *----------------------------------------------------------------*
           IF TRE-LOCAL = SPACES OR TRE-LOCAL = ZEROS
               MOVE TRE-NOME TO WS-ELE-NOME (WS-IDX-ELE)
               MOVE 'REVISADO' TO WS-AUD-RESULT
               PERFORM 2920-GRAVA-APLICADA
           ELSE
               IF TRE-MUNICIPIO NOT = WS-ELE-MUNICIPIO (WS-IDX-ELE)
                   MOVE 'MUNICIPIO DIFERE-TRANSF' TO WS-AUD-RESULT
                   PERFORM 2910-GRAVA-REJEITO
               ELSE
                   PERFORM 2600-VALIDA-SECAO
                   IF WS-SEC-ACHADA NOT = 'S'
                       MOVE 'ZONA/SECAO INVALIDA' TO WS-AUD-RESULT
                       PERFORM 2910-GRAVA-REJEITO
                   ELSE
                       IF TRE-NOME NOT = SPACES
                           MOVE TRE-NOME TO WS-ELE-NOME (WS-IDX-ELE)
                       END-IF
                       MOVE TRE-ZONA  TO WS-ELE-ZONA  (WS-IDX-ELE)
                       MOVE TRE-SECAO TO WS-ELE-SECAO (WS-IDX-ELE)
                       MOVE 'REVISADO' TO WS-AUD-RESULT
                       PERFORM 2920-GRAVA-APLICADA
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-MUDA-SITUACAO.
      *----------------------------------------------------------------*
      *----SUSPENSAO E CANCELAMENTO TORNAM O ELEITOR INAPTO;
      *    REATIVACAO O DEVOLVE A 'A'. TITULO CANCELADO NAO E
      *    SUSPENSO: SO VOLTA POR REATIVACAO.
           PERFORM 2500-LOCALIZA-ELEITOR
           IF WS-ELE-ACHADO NOT = 'S'
               MOVE 'TITULO NAO CADASTRADO' TO WS-AUD-RESULT
               PERFORM 2910-GRAVA-REJEITO
           ELSE
               IF WS-ELE-SITUACAO (WS-IDX-ELE) = TRE-TIPO
                   MOVE 'SITUACAO JA E A PEDIDA' TO WS-AUD-RESULT
                   PERFORM 2910-GRAVA-REJEITO
               ELSE
                   IF TRE-TIPO = 'S'
                      AND WS-ELE-SITUACAO (WS-IDX-ELE) = 'C'
                       MOVE 'TITULO CANCELADO' TO WS-AUD-RESULT
                       PERFORM 2910-GRAVA-REJEITO
                   ELSE
                       MOVE TRE-TIPO TO WS-ELE-SITUACAO (WS-IDX-ELE)
                       EVALUATE TRE-TIPO
                           WHEN 'S'
                               MOVE 'SUSPENSO'  TO WS-AUD-RESULT
                           WHEN 'C'
                               MOVE 'CANCELADO' TO WS-AUD-RESULT
                           WHEN OTHER
                               MOVE 'REATIVADO' TO WS-AUD-RESULT
                       END-EVALUATE
                       PERFORM 2920-GRAVA-APLICADA
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-LOCALIZA-ELEITOR.
      *----------------------------------------------------------------*
      *----GUARDA O MUNICIPIO/ZONA/SECAO E A SITUACAO ANTERIORES DO
      *    ELEITOR PARA A TRILHA DE AUDITORIA
           MOVE 'N' TO WS-ELE-ACHADO
           MOVE 1 TO WS-IDX-ELE
           PERFORM UNTIL WS-IDX-ELE > WS-QTD-ELE
                         OR WS-ELE-ACHADO = 'S'
               IF WS-ELE-TITULO (WS-IDX-ELE) = TRE-TITULO
                   MOVE 'S' TO WS-ELE-ACHADO
               ELSE
                   ADD 1 TO WS-IDX-ELE
               END-IF
           END-PERFORM
           IF WS-ELE-ACHADO = 'S'
               MOVE WS-ELE-MUNICIPIO (WS-IDX-ELE) TO WS-AUD-DE-MUN
               MOVE WS-ELE-ZONA      (WS-IDX-ELE) TO WS-AUD-DE-ZONA
               MOVE WS-ELE-SECAO     (WS-IDX-ELE) TO WS-AUD-DE-SECAO
               MOVE WS-ELE-SITUACAO  (WS-IDX-ELE) TO WS-AUD-SITUACAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2600-VALIDA-SECAO.
      *----------------------------------------------------------------*
      *----ZONA/SECAO VALIDA E A QUE EXISTE NA TABELA DE SECOES COMO
      *    SECAO QUE ACEITA ELEITORES (VER 1000 E 1120)
           MOVE 'N' TO WS-SEC-ACHADA
           IF TRE-LOCAL IS NUMERIC
              AND TRE-MUNICIPIO > 0
              AND TRE-ZONA > 0
              AND TRE-SECAO > 0
               MOVE TRE-MUNICIPIO TO WS-BUS-MUN
               MOVE TRE-ZONA      TO WS-BUS-ZONA
               MOVE TRE-SECAO     TO WS-BUS-SECAO
               PERFORM 1500-LOCALIZA-SECAO
               IF WS-SEC-ACHADA = 'S'
                  AND WS-SEC-VALIDA (WS-IDX-SEC) NOT = 'S'
                   MOVE 'N' TO WS-SEC-ACHADA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-REJEITA-TRANSACAO.
      *----------------------------------------------------------------*
           MOVE 'TIPO INVALIDO' TO WS-AUD-RESULT
           PERFORM 2910-GRAVA-REJEITO
           .
           EXIT.
      *----------------------------------------------------------------*
       2910-GRAVA-REJEITO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-REJEITADAS
           DISPLAY 'TRANSACAO REJEITADA - TIPO ' TRE-TIPO
                   ' TITULO ' TRE-TITULO
                   ' MOTIVO: ' WS-AUD-RESULT
           PERFORM 2930-GRAVA-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       2920-GRAVA-APLICADA.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-APLICADAS
           PERFORM 2930-GRAVA-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       2930-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
      *----ORIGEM (DE) E A INSCRICAO ANTES DA TRANSACAO; DESTINO
      *    (PARA) E A INFORMADA NA TRANSACAO, ZERADA QUANDO NAO VEIO
           MOVE WS-LOG-DATAHORA TO WS-AUD-DATAHORA
           MOVE WS-LOG-USUARIO  TO WS-AUD-USUARIO
           MOVE TRE-DATA        TO WS-AUD-DATA
           MOVE TRE-TIPO        TO WS-AUD-TIPO
           MOVE TRE-MOTIVO      TO WS-AUD-MOTIVO
           IF TRE-TITULO IS NUMERIC
               MOVE TRE-TITULO  TO WS-AUD-TITULO
           ELSE
               MOVE ZEROS       TO WS-AUD-TITULO
           END-IF
           IF TRE-LOCAL IS NUMERIC
               MOVE TRE-MUNICIPIO TO WS-AUD-PARA-MUN
               MOVE TRE-ZONA      TO WS-AUD-PARA-ZONA
               MOVE TRE-SECAO     TO WS-AUD-PARA-SECAO
           ELSE
               MOVE ZEROS TO WS-AUD-PARA-MUN WS-AUD-PARA-ZONA
                             WS-AUD-PARA-SECAO
           END-IF
           WRITE REG-AUDITORIA FROM WS-AUD-DETALHE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TRILHA DE AUDITORIA - '
                       'STATUS: ' WS-AUD-STATUS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GRAVA-ELEITOR.
      *----------------------------------------------------------------*
           MOVE WS-ELE-TITULO    (WS-IDX-ELE) TO SAI-TITULO
           MOVE WS-ELE-NOME      (WS-IDX-ELE) TO SAI-NOME
           MOVE WS-ELE-MUNICIPIO (WS-IDX-ELE) TO SAI-MUNICIPIO
           MOVE WS-ELE-ZONA      (WS-IDX-ELE) TO SAI-ZONA
           MOVE WS-ELE-SECAO     (WS-IDX-ELE) TO SAI-SECAO
           MOVE WS-ELE-SITUACAO  (WS-IDX-ELE) TO SAI-SITUACAO
           WRITE REG-SAIDA
           IF WS-ELE-SITUACAO (WS-IDX-ELE) = 'A'
               MOVE WS-ELE-MUNICIPIO (WS-IDX-ELE) TO WS-BUS-MUN
               MOVE WS-ELE-ZONA      (WS-IDX-ELE) TO WS-BUS-ZONA
               MOVE WS-ELE-SECAO     (WS-IDX-ELE) TO WS-BUS-SECAO
               PERFORM 1500-LOCALIZA-SECAO
               IF WS-SEC-ACHADA NOT = 'S'
                   PERFORM 1510-INCLUI-SECAO
               END-IF
               ADD 1 TO WS-SEC-DEPOIS (WS-IDX-SEC)
               ADD 1 TO WS-TOT-DEPOIS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-IMPRIME-RESUMO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQRESUMO
           WRITE REG-RESUMO FROM WS-REL-CABECALHO1
           WRITE REG-RESUMO FROM WS-PONTILHADO
           MOVE WS-PRM-ELEICAO  TO WS-RE-ELEICAO
           MOVE WS-PRM-TURNO    TO WS-RE-TURNO
           MOVE WS-CAL-FECHA-CADASTRO TO WS-RE-FECHA
           WRITE REG-RESUMO FROM WS-REL-ELEICAO
           WRITE REG-RESUMO FROM WS-PONTILHADO
           WRITE REG-RESUMO FROM WS-REL-COLUNAS

           SORT SORT-WORK
               ON ASCENDING KEY SRT-MUNICIPIO
               ON ASCENDING KEY SRT-ZONA
               ON ASCENDING KEY SRT-SECAO
               INPUT PROCEDURE IS 4100-FORNECE-SECOES
               OUTPUT PROCEDURE IS 4200-IMPRIME-SECOES

           WRITE REG-RESUMO FROM WS-PONTILHADO
           MOVE WS-TOT-ANTES  TO WS-RT-ANTES
           MOVE WS-TOT-DEPOIS TO WS-RT-DEPOIS
           COMPUTE WS-RT-VARIACAO = WS-TOT-DEPOIS - WS-TOT-ANTES
           WRITE REG-RESUMO FROM WS-REL-TOTAL
           MOVE WS-QTD-TRANS      TO WS-RR-TRANS
           MOVE WS-QTD-APLICADAS  TO WS-RR-APLIC
           MOVE WS-QTD-REJEITADAS TO WS-RR-REJEI
           WRITE REG-RESUMO FROM WS-REL-TRANSACOES
           CLOSE ARQRESUMO
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-FORNECE-SECOES.
      *----------------------------------------------------------------*
           MOVE 1 TO WS-IDX-SEC
           PERFORM UNTIL WS-IDX-SEC > WS-QTD-SECOES
               MOVE WS-SEC-MUN    (WS-IDX-SEC) TO SRT-MUNICIPIO
               MOVE WS-SEC-ZONA   (WS-IDX-SEC) TO SRT-ZONA
               MOVE WS-SEC-SECAO  (WS-IDX-SEC) TO SRT-SECAO
               MOVE WS-SEC-ANTES  (WS-IDX-SEC) TO SRT-ANTES
               MOVE WS-SEC-DEPOIS (WS-IDX-SEC) TO SRT-DEPOIS
               MOVE WS-SEC-VALIDA (WS-IDX-SEC) TO SRT-VALIDA
               RELEASE SORT-REC
               ADD 1 TO WS-IDX-SEC
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-IMPRIME-SECOES.
      *----------------------------------------------------------------*
           MOVE SPACE TO WS-SORT-EOF
           PERFORM 4210-RETORNA-SECAO
           PERFORM UNTIL WS-SORT-EOF = 'S'
               MOVE SRT-MUNICIPIO TO WS-RD-MUN
               MOVE SRT-ZONA      TO WS-RD-ZONA
               MOVE SRT-SECAO     TO WS-RD-SECAO
               MOVE SRT-ANTES     TO WS-RD-ANTES
               MOVE SRT-DEPOIS    TO WS-RD-DEPOIS
               COMPUTE WS-RD-VARIACAO = SRT-DEPOIS - SRT-ANTES
               IF SRT-VALIDA = 'S'
                   MOVE SPACES TO WS-RD-OBS
               ELSE
                   MOVE 'SECAO SEM URNA' TO WS-RD-OBS
               END-IF
               WRITE REG-RESUMO FROM WS-REL-DETALHE
               PERFORM 4210-RETORNA-SECAO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4210-RETORNA-SECAO.
      *----------------------------------------------------------------*
           RETURN SORT-WORK AT END
                  MOVE 'S' TO WS-SORT-EOF
           END-RETURN
           .
           EXIT.

      *----------------------------------------------------------------*
           COPY CPPARPRO.

      *----------------------------------------------------------------*
           COPY CPCALPRO.

       END PROGRAM MANTELEITORES.
