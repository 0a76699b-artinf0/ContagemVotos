      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAELEICAO.
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
      *----CONSULTA SO DE LEITURA: NENHUM ARQUIVO DA CADEIA E
      *    ALTERADO. CADA TELA ABRE, PERCORRE E FECHA O ARQUIVO, DE
      *    MODO QUE A CONSULTA VE O QUE A CADEIA JA GRAVOU NO MOMENTO.
       SELECT OPTIONAL ARQHISTVOTO ASSIGN  TO WS-PRM-ARQ-HISTVOTO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-HIS-STATUS.
      *
       SELECT OPTIONAL ARQJUSTIFICATIVAS ASSIGN
              TO WS-PRM-ARQ-JUSTIF
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-JUS-STATUS.
      *
       SELECT OPTIONAL ARQQUITACAO ASSIGN  TO WS-PRM-ARQ-QUITACAO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-QUI-STATUS.
      *
       SELECT OPTIONAL ARQBOLDADOS ASSIGN  TO WS-PRM-ARQ-BOLDAD
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-BUD-STATUS.
      *
       SELECT OPTIONAL ARQCANDIDATOS ASSIGN
              TO WS-PRM-ARQ-CANDIDATOS
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CAND-STATUS.
      *
       SELECT OPTIONAL ARQREGREMESSA ASSIGN  TO WS-PRM-ARQ-REGREM
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-REM-STATUS.
      *
      *----RELATORIO DE CONFERENCIA DE RECIBOS DO CONFERERECIBO: A
      *    SITUACAO DE CADA REMESSA NO TRE SAI DAS LINHAS 'ZONA: '
       SELECT OPTIONAL ARQCONFRECIBO ASSIGN  TO WS-PRM-ARQ-CONFREC
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CON-STATUS.
      *
      *----CONTROLE DE PASSOS DA CADEIA (VER CPPASPRO), SO LIDO
       SELECT OPTIONAL ARQCONTROLEPASSOS ASSIGN
              TO WS-PRM-ARQ-PASSOS
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-PAS-STATUS.
      *
      *----CALENDARIO ELEITORAL (VER CPCALPRO): PRAZO DE
      *    JUSTIFICATIVA E DATA DO SEGUNDO TURNO
       SELECT ARQCALENDARIO ASSIGN  TO WS-PRM-ARQ-CALEND
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CAL-STATUS.
      *
      *----TRILHA PERMANENTE DAS CONSULTAS: UMA LINHA POR CONSULTA,
      *    SEMPRE EM EXTEND
       SELECT OPTIONAL ARQLOGCONSULTA ASSIGN  TO WS-PRM-ARQ-LOGCONS
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-LOG-STATUS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQPARAMETROS.TXT".
           COPY CPPARREG.

       FD  ARQHISTVOTO
           LABEL RECORD STANDARD.
           COPY CPHISVOT.

       FD  ARQJUSTIFICATIVAS
           LABEL RECORD STANDARD.
           COPY CPJUSTIF.

       FD  ARQQUITACAO
           LABEL RECORD STANDARD.
           COPY CPQUITAC.

       FD  ARQBOLDADOS
           LABEL RECORD STANDARD.
           COPY CPBOLDAD.

       FD  ARQCANDIDATOS
           LABEL RECORD STANDARD.
           COPY CPCANDID.

       FD  ARQREGREMESSA
           LABEL RECORD STANDARD.
       01  REG-REGREMESSA.
           03 REM-ELEICAO     PIC 9(05).
           03 REM-TURNO       PIC 9(01).
           03 REM-MUNICIPIO   PIC 9(04).
           03 REM-ZONA        PIC 9(04).
           03 REM-SEQ         PIC 9(04).
           03 REM-DATAHORA    PIC X(19).
           03 REM-USUARIO     PIC X(08).
           03 REM-ARQUIVO     PIC X(40).
           03 REM-QTDREG      PIC 9(06).
           03 REM-SOMAVOTOS   PIC 9(09).

      *----POSICOES DO WS-CON-DETALHE DO CONFERERECIBO
       FD  ARQCONFRECIBO
           LABEL RECORD STANDARD.
       01  REG-CONFERENCIA        PIC X(80).

       FD  ARQCONTROLEPASSOS
           LABEL RECORD STANDARD.
           COPY CPPASREG.

       FD  ARQCALENDARIO
           LABEL RECORD STANDARD.
           COPY CPCALREG.

       FD  ARQLOGCONSULTA
           LABEL RECORD STANDARD.
       01  REG-LOGCONSULTA        PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-HIS-EOF      PIC X(01) VALUE ' '.
       77  WS-JUS-EOF      PIC X(01) VALUE ' '.
       77  WS-QUI-EOF      PIC X(01) VALUE ' '.
       77  WS-BUD-EOF      PIC X(01) VALUE ' '.
       77  WS-CAND-EOF     PIC X(01) VALUE ' '.
       77  WS-REM-EOF      PIC X(01) VALUE ' '.
       77  WS-CON-EOF      PIC X(01) VALUE ' '.
       77  WS-HIS-STATUS   PIC X(02) VALUE '00'.
       77  WS-JUS-STATUS   PIC X(02) VALUE '00'.
       77  WS-QUI-STATUS   PIC X(02) VALUE '00'.
       77  WS-BUD-STATUS   PIC X(02) VALUE '00'.
       77  WS-CAND-STATUS  PIC X(02) VALUE '00'.
       77  WS-REM-STATUS   PIC X(02) VALUE '00'.
       77  WS-CON-STATUS   PIC X(02) VALUE '00'.
       77  WS-LOG-STATUS   PIC X(02) VALUE '00'.
       77  WS-PONTILHADO   PIC X(80) VALUE ALL '-'.
       77  WS-FIM-CONSULTA PIC X(01) VALUE 'N'.
       77  WS-OPCAO        PIC X(01) VALUE SPACE.
       77  WS-ACHADO       PIC X(01) VALUE 'N'.
       77  WS-AGREGADA     PIC X(01) VALUE 'N'.
       77  WS-CON-ELE-OK   PIC X(01) VALUE 'N'.
       77  WS-QTD-ACHADOS  PIC 9(04) VALUE ZEROS.
       77  WS-IDX-AGR      PIC 9(02) VALUE ZEROS.
       77  WS-IDX-BCA      PIC 9(03) VALUE ZEROS.
       77  WS-IDX-QEL      PIC 9(02) VALUE ZEROS.
       77  WS-LOG-USUARIO  PIC X(08) VALUE SPACES.
       77  WS-LOG-DATAHORA PIC X(19) VALUE SPACES.
       77  WS-DESCRICAO    PIC X(20) VALUE SPACES.
       77  WS-DESC-MULTA   PIC X(10) VALUE SPACES.
       77  WS-VALOR-EDIT   PIC ZZZZ9,99.
      *----ENTRADA DIGITADA E SEU VALOR NUMERICO (8000-LE-NUMERO):
      *    ACEITA OS DIGITOS SEM OS ZEROS A ESQUERDA
       77  WS-ENTRADA      PIC X(12) VALUE SPACES.
       77  WS-ENT-TAM      PIC 9(02) VALUE ZEROS.
       77  WS-ENT-NUM      PIC 9(12) VALUE ZEROS.
       77  WS-ENT-OK       PIC X(01) VALUE 'N'.
       77  WS-CON-TITULO   PIC 9(12) VALUE ZEROS.
       77  WS-CON-ZONA     PIC 9(04) VALUE ZEROS.
       77  WS-CON-SECAO    PIC 9(04) VALUE ZEROS.

       COPY CPPARAM.

       COPY CPPASSOS.

       COPY CPCALEND.

      *----NOMES DOS CANDIDATOS PARA A TELA DO BOLETIM
       77  WS-MAX-CANDIDATOS PIC 9(04) VALUE 1000.
       77  WS-QTD-CAND     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-TAB      PIC 9(04) VALUE ZEROS.
       77  WS-NOME-CAND    PIC X(17) VALUE SPACES.
       01  WS-TAB-CANDIDATOS.
           03 WS-CAND-ITEM OCCURS 1000 TIMES.
              05 WS-CAND-CARGO     PIC 9(02).
              05 WS-CAND-MUNICIPIO PIC 9(04).
              05 WS-CAND-NUMERO    PIC 9(05).
              05 WS-CAND-NOME      PIC X(17).

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

       01  WS-LOG-DETALHE.
           03 WS-LD-DATAHORA  PIC X(19).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LD-USUARIO   PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LD-CONSULTA  PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LD-CHAVE     PIC X(14).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LD-RESULT    PIC X(20).
           03 FILLER          PIC X(07) VALUE SPACES.
       01  WS-LOG-CHAVE-SECAO.
           03 WS-LC-ZONA      PIC 9(04).
           03 FILLER          PIC X(01) VALUE '/'.
           03 WS-LC-SECAO     PIC 9(04).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0100-CARREGA-PARAMETROS
           PERFORM 0600-CARREGA-CALENDARIO
           PERFORM 1200-TRATA-DATAHORA
           PERFORM 1000-CARREGA-CANDIDATOS

           PERFORM UNTIL WS-FIM-CONSULTA = 'S'
               PERFORM 1100-MOSTRA-MENU
               MOVE SPACE TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM 2000-CONSULTA-TITULO
                   WHEN '2'
                       PERFORM 3000-CONSULTA-BOLETIM
                   WHEN '3'
                       PERFORM 4000-CONSULTA-REMESSA
                   WHEN '4'
                       PERFORM 5000-CONSULTA-PASSOS
      *----ENTRADA VAZIA (OU FIM DA ENTRADA) TAMBEM ENCERRA
                   WHEN '0'
                   WHEN SPACE
                       MOVE 'S' TO WS-FIM-CONSULTA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA: ' WS-OPCAO
               END-EVALUATE
           END-PERFORM

           DISPLAY 'CONSULTA ENCERRADA'
           STOP RUN.
      *----------------------------------------------------------------*
       1000-CARREGA-CANDIDATOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-CAND
           OPEN INPUT ARQCANDIDATOS
           IF WS-CAND-STATUS = '00'
               PERFORM 1010-LER-CANDIDATO
               PERFORM UNTIL WS-CAND-EOF = 'S'
                   IF WS-QTD-CAND < WS-MAX-CANDIDATOS
                       ADD 1 TO WS-QTD-CAND
                       MOVE CAND-CARGO
                            TO WS-CAND-CARGO     (WS-QTD-CAND)
                       MOVE CAND-MUNICIPIO
                            TO WS-CAND-MUNICIPIO (WS-QTD-CAND)
                       MOVE CAND-NUMERO
                            TO WS-CAND-NUMERO    (WS-QTD-CAND)
                       MOVE CAND-NOME
                            TO WS-CAND-NOME      (WS-QTD-CAND)
                   END-IF
                   PERFORM 1010-LER-CANDIDATO
               END-PERFORM
           END-IF
           CLOSE ARQCANDIDATOS
           .
           EXIT.
      *----------------------------------------------------------------*
       1010-LER-CANDIDATO.
      *----------------------------------------------------------------*
           READ ARQCANDIDATOS
                  AT END
                     MOVE 'S' TO WS-CAND-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-MOSTRA-MENU.
      *----------------------------------------------------------------*
           DISPLAY WS-PONTILHADO
           DISPLAY 'CONSULTA ELEITORAL - ELEICAO: ' WS-PRM-ELEICAO
                   '  TURNO: ' WS-PRM-TURNO
                   '  SEGUNDO TURNO: ' WS-CAL-DATA-2TURNO
           DISPLAY WS-PONTILHADO
           DISPLAY '  1 - TITULO ELEITORAL (COMPARECIMENTO, '
                   'JUSTIFICATIVA E MULTA)'
           DISPLAY '  2 - BOLETIM DE URNA POR ZONA/SECAO'
           DISPLAY '  3 - REMESSAS E RECIBO DO TRE POR ZONA'
           DISPLAY '  4 - CONTROLE DE PASSOS DA CADEIA'
           DISPLAY '  0 - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
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
       2000-CONSULTA-TITULO.
      *----------------------------------------------------------------*
           DISPLAY 'TITULO ELEITORAL: ' WITH NO ADVANCING
           PERFORM 8000-LE-NUMERO
           IF WS-ENT-OK NOT = 'S'
               DISPLAY 'TITULO INVALIDO: ' WS-ENTRADA
           ELSE
               MOVE WS-ENT-NUM TO WS-CON-TITULO
               DISPLAY WS-PONTILHADO
               PERFORM 2100-MOSTRA-HISTORICO
               IF WS-ACHADO = 'S'
                   MOVE 'ENCONTRADO' TO WS-LD-RESULT
                   PERFORM 2200-MOSTRA-JUSTIFICATIVA
                   PERFORM 2300-MOSTRA-QUITACAO
               ELSE
                   MOVE 'NAO ENCONTRADO' TO WS-LD-RESULT
               END-IF
               MOVE 'TITULO'      TO WS-LD-CONSULTA
               MOVE WS-CON-TITULO TO WS-LD-CHAVE
               PERFORM 9000-GRAVA-LOG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-MOSTRA-HISTORICO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHADO
           MOVE SPACE TO WS-HIS-EOF
           OPEN INPUT ARQHISTVOTO
           IF WS-HIS-STATUS NOT = '00'
               DISPLAY 'HISTORICO DE COMPARECIMENTO AINDA NAO GERADO '
                       'PARA ESTA ELEICAO'
           ELSE
               PERFORM 2110-LER-HISTORICO
               PERFORM UNTIL WS-HIS-EOF = 'S'
                             OR WS-ACHADO = 'S'
                   IF HIS-TITULO = WS-CON-TITULO
                       MOVE 'S' TO WS-ACHADO
                   ELSE
                       PERFORM 2110-LER-HISTORICO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 'S'
                   EVALUATE HIS-SITUACAO
                       WHEN 'A'
                           MOVE 'APTO'       TO WS-DESCRICAO
                       WHEN 'S'
                           MOVE 'SUSPENSO'   TO WS-DESCRICAO
                       WHEN 'C'
                           MOVE 'CANCELADO'  TO WS-DESCRICAO
                       WHEN OTHER
                           MOVE 'NAO APTO'   TO WS-DESCRICAO
                   END-EVALUATE
                   DISPLAY 'TITULO: ' HIS-TITULO '  NOME: ' HIS-NOME
                           '  SITUACAO: ' WS-DESCRICAO
                   DISPLAY 'MUNICIPIO/ZONA/SECAO: ' HIS-MUNICIPIO '/'
                           HIS-ZONA '/' HIS-SECAO
                   IF HIS-SITUACAO NOT = 'A'
                       MOVE 'NAO APTO - SEM MULTA' TO WS-DESCRICAO
                   ELSE
                       IF HIS-COMPARECEU = 'C'
                           MOVE 'COMPARECEU'       TO WS-DESCRICAO
                       ELSE
                           IF HIS-COMPARECEU = 'M'
                               MOVE 'VOTO EM CEDULA' TO WS-DESCRICAO
                           ELSE
                               MOVE 'FALTOU'       TO WS-DESCRICAO
                           END-IF
                       END-IF
                   END-IF
                   DISPLAY 'NESTA ELEICAO: ' WS-DESCRICAO
               ELSE
                   DISPLAY 'TITULO NAO CONSTA DO HISTORICO DE '
                           'COMPARECIMENTO: ' WS-CON-TITULO
               END-IF
           END-IF
           CLOSE ARQHISTVOTO
           .
           EXIT.
      *----------------------------------------------------------------*
       2110-LER-HISTORICO.
      *----------------------------------------------------------------*
           READ ARQHISTVOTO
                  AT END
                     MOVE 'S' TO WS-HIS-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-MOSTRA-JUSTIFICATIVA.
      *----------------------------------------------------------------*
      *----VALE A PRIMEIRA JUSTIFICATIVA DO TITULO, COMO NO
      *    LISTAFALTOSOS, COM O MESMO PRAZO DO CALENDARIO
           MOVE 'N' TO WS-ACHADO
           MOVE SPACE TO WS-JUS-EOF
           OPEN INPUT ARQJUSTIFICATIVAS
           IF WS-JUS-STATUS = '00'
               PERFORM 2210-LER-JUSTIFICATIVA
               PERFORM UNTIL WS-JUS-EOF = 'S'
                             OR WS-ACHADO = 'S'
                   IF JUS-TITULO = WS-CON-TITULO
                       MOVE 'S' TO WS-ACHADO
                   ELSE
                       PERFORM 2210-LER-JUSTIFICATIVA
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ARQJUSTIFICATIVAS
           IF WS-ACHADO = 'S'
               MOVE SPACES TO WS-DESCRICAO
               MOVE JUS-DATA TO WS-CAL-DATA
               PERFORM 0620-VALIDA-DATA-CAL
               IF WS-CAL-PRAZO-JUSTIF NOT = SPACES
                   IF JUS-DATA = SPACES
                       MOVE '(SEM DATA)'      TO WS-DESCRICAO
                   ELSE
                       IF WS-CAL-DATA-OK NOT = 'S'
                           MOVE '(DATA INVALIDA)' TO WS-DESCRICAO
                       ELSE
                           IF JUS-DATA > WS-CAL-PRAZO-JUSTIF
                               MOVE '(FORA DO PRAZO)'
                                    TO WS-DESCRICAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               DISPLAY 'JUSTIFICATIVA: ' JUS-DATA ' ' JUS-MOTIVO
                       ' ' WS-DESCRICAO
           ELSE
               DISPLAY 'JUSTIFICATIVA: NENHUMA'
           END-IF
           MOVE 'S' TO WS-ACHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2210-LER-JUSTIFICATIVA.
      *----------------------------------------------------------------*
           READ ARQJUSTIFICATIVAS
                  AT END
                     MOVE 'S' TO WS-JUS-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-MOSTRA-QUITACAO.
      *----------------------------------------------------------------*
      *----SITUACAO DE QUITACAO E MULTAS POR ELEICAO, COMO GRAVADAS
      *    PELA ULTIMA EXECUCAO DO QUITACAO
           MOVE 'N' TO WS-ACHADO
           MOVE SPACE TO WS-QUI-EOF
           OPEN INPUT ARQQUITACAO
           IF WS-QUI-STATUS = '00'
               PERFORM 2310-LER-QUITACAO
               PERFORM UNTIL WS-QUI-EOF = 'S'
                             OR WS-ACHADO = 'S'
                   IF QUI-TITULO = WS-CON-TITULO
                       MOVE 'S' TO WS-ACHADO
                   ELSE
                       PERFORM 2310-LER-QUITACAO
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ARQQUITACAO
           IF WS-ACHADO NOT = 'S'
               DISPLAY 'QUITACAO: TITULO SEM REGISTRO NO CADASTRO DE '
                       'QUITACAO'
           ELSE
               IF QUI-QUITACAO = 'D'
                   MOVE 'EM DEBITO' TO WS-DESCRICAO
               ELSE
                   MOVE 'QUITE'     TO WS-DESCRICAO
               END-IF
               DISPLAY 'QUITACAO: ' WS-DESCRICAO
                       '  AUSENCIAS SEGUIDAS: ' QUI-AUSENCIAS
               DISPLAY '  ELEICAO/T  COMPARECIMENTO  MULTA     '
                       '     VALOR  PAGAMENTO'
               MOVE 1 TO WS-IDX-QEL
               PERFORM UNTIL WS-IDX-QEL > QUI-QTD-ELEICOES
                   PERFORM 2320-MOSTRA-ELEICAO
                   ADD 1 TO WS-IDX-QEL
               END-PERFORM
           END-IF
           MOVE 'S' TO WS-ACHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2310-LER-QUITACAO.
      *----------------------------------------------------------------*
           READ ARQQUITACAO
                  AT END
                     MOVE 'S' TO WS-QUI-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2320-MOSTRA-ELEICAO.
      *----------------------------------------------------------------*
           EVALUATE QEL-COMPARECIMENTO (WS-IDX-QEL)
               WHEN 'C'
                   MOVE 'COMPARECEU'   TO WS-DESCRICAO
               WHEN 'J'
                   MOVE 'JUSTIFICOU'   TO WS-DESCRICAO
               WHEN 'F'
                   MOVE 'FALTOU'       TO WS-DESCRICAO
               WHEN 'M'
                   MOVE 'VOTO EM CEDULA' TO WS-DESCRICAO
               WHEN OTHER
                   MOVE 'NAO APTO'     TO WS-DESCRICAO
           END-EVALUATE
           EVALUATE QEL-MULTA (WS-IDX-QEL)
               WHEN 'P'
                   MOVE 'PENDENTE'     TO WS-DESC-MULTA
               WHEN 'G'
                   MOVE 'PAGA'         TO WS-DESC-MULTA
               WHEN OTHER
                   MOVE 'SEM MULTA'    TO WS-DESC-MULTA
           END-EVALUATE
           MOVE QEL-VALOR-PAGO (WS-IDX-QEL) TO WS-VALOR-EDIT
           DISPLAY '  ' QEL-ELEICAO (WS-IDX-QEL) '/'
                   QEL-TURNO (WS-IDX-QEL) '    '
                   WS-DESCRICAO (1:14) '  ' WS-DESC-MULTA
                   WS-VALOR-EDIT '  ' QEL-DATA-PAGTO (WS-IDX-QEL)
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-CONSULTA-BOLETIM.
      *----------------------------------------------------------------*
           DISPLAY 'ZONA: ' WITH NO ADVANCING
           PERFORM 8000-LE-NUMERO
           IF WS-ENT-OK NOT = 'S' OR WS-ENT-NUM > 9999
               DISPLAY 'ZONA INVALIDA: ' WS-ENTRADA
           ELSE
               MOVE WS-ENT-NUM TO WS-CON-ZONA
               DISPLAY 'SECAO: ' WITH NO ADVANCING
               PERFORM 8000-LE-NUMERO
               IF WS-ENT-OK NOT = 'S' OR WS-ENT-NUM > 9999
                   DISPLAY 'SECAO INVALIDA: ' WS-ENTRADA
               ELSE
                   MOVE WS-ENT-NUM TO WS-CON-SECAO
                   DISPLAY WS-PONTILHADO
                   PERFORM 3100-PROCURA-BOLETINS
                   IF WS-QTD-ACHADOS > 0
                       MOVE 'ENCONTRADO' TO WS-LD-RESULT
                   ELSE
                       MOVE 'NAO ENCONTRADO' TO WS-LD-RESULT
                   END-IF
                   MOVE 'BOLETIM'    TO WS-LD-CONSULTA
                   MOVE WS-CON-ZONA  TO WS-LC-ZONA
                   MOVE WS-CON-SECAO TO WS-LC-SECAO
                   MOVE WS-LOG-CHAVE-SECAO TO WS-LD-CHAVE
                   PERFORM 9000-GRAVA-LOG
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-PROCURA-BOLETINS.
      *----------------------------------------------------------------*
      *----UM BOLETIM POR CARGO. SECAO PEQUENA AGREGADA NAO TEM
      *    BOLETIM PROPRIO: MOSTRA O BOLETIM DA SECAO AGREGADORA.
           MOVE ZEROS TO WS-QTD-ACHADOS
           MOVE SPACE TO WS-BUD-EOF
           OPEN INPUT ARQBOLDADOS
           IF WS-BUD-STATUS NOT = '00'
               DISPLAY 'BOLETINS AINDA NAO GERADOS PARA ESTA ELEICAO'
           ELSE
               PERFORM 3110-LER-BOLETIM
               IF WS-BUD-EOF NOT = 'S'
                  AND (BUC-TIPO NOT = 'E'
                       OR BUC-ELEICAO NOT = WS-PRM-ELEICAO
                       OR BUC-TURNO NOT = WS-PRM-TURNO)
                   DISPLAY 'ARQUIVO DE BOLETINS DE OUTRA '
                           'ELEICAO/TURNO - CONSULTA RECUSADA'
                   MOVE 'S' TO WS-BUD-EOF
               END-IF
               PERFORM UNTIL WS-BUD-EOF = 'S'
                   PERFORM 3110-LER-BOLETIM
                   IF WS-BUD-EOF NOT = 'S'
                      AND BUD-TIPO = 'B'
                      AND BUD-ZONA = WS-CON-ZONA
                       PERFORM 3200-VERIFICA-BOLETIM
                   END-IF
               END-PERFORM
               IF WS-QTD-ACHADOS = 0
                   DISPLAY 'NENHUM BOLETIM PARA A ZONA/SECAO '
                           WS-CON-ZONA '/' WS-CON-SECAO
               END-IF
           END-IF
           CLOSE ARQBOLDADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       3110-LER-BOLETIM.
      *----------------------------------------------------------------*
           READ ARQBOLDADOS
                  AT END
                     MOVE 'S' TO WS-BUD-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-VERIFICA-BOLETIM.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-AGREGADA
           IF BUD-SECAO NOT = WS-CON-SECAO
              AND BUD-AGREGADORA = 'S'
               MOVE 1 TO WS-IDX-AGR
               PERFORM UNTIL WS-IDX-AGR > BUD-QTD-AGREG
                             OR WS-AGREGADA = 'S'
                   IF BUD-SECAO-AGREG (WS-IDX-AGR) = WS-CON-SECAO
                       MOVE 'S' TO WS-AGREGADA
                   ELSE
                       ADD 1 TO WS-IDX-AGR
                   END-IF
               END-PERFORM
           END-IF
           IF BUD-SECAO = WS-CON-SECAO OR WS-AGREGADA = 'S'
               ADD 1 TO WS-QTD-ACHADOS
               PERFORM 3300-MOSTRA-BOLETIM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-MOSTRA-BOLETIM.
      *----------------------------------------------------------------*
           DISPLAY 'CARGO: ' BUD-CARGO '  MUNICIPIO: ' BUD-MUNICIPIO
                   '  ZONA: ' BUD-ZONA '  SECAO: ' BUD-SECAO
           IF WS-AGREGADA = 'S'
               DISPLAY '  SECAO ' WS-CON-SECAO ' AGREGADA A ESTE '
                       'BOLETIM (SIGILO DO VOTO)'
           END-IF
           IF BUD-AGREGADORA = 'S'
               MOVE 1 TO WS-IDX-AGR
               PERFORM UNTIL WS-IDX-AGR > BUD-QTD-AGREG
                   DISPLAY '  SECAO AGREGADA: '
                           BUD-SECAO-AGREG (WS-IDX-AGR)
                   ADD 1 TO WS-IDX-AGR
               END-PERFORM
           END-IF
           IF BUD-CEDULA = 'S'
               DISPLAY '  VOTACAO POR CEDULA'
           END-IF
           DISPLAY '  COMPARECIMENTO: ' BUD-COMPARECIMENTO
                   '  BRANCOS: ' BUD-BRANCO '  NULOS: ' BUD-NULO
           DISPLAY '  LEGENDA: ' BUD-LEGENDA
                   '  SUB JUDICE: ' BUD-SUBJUDICE
           MOVE 1 TO WS-IDX-BCA
           PERFORM UNTIL WS-IDX-BCA > BUD-QTD-CAND
               PERFORM 3310-NOME-CANDIDATO
               DISPLAY '  ' BUD-CAND-NUMERO (WS-IDX-BCA) '  '
                       WS-NOME-CAND '  VOTOS: '
                       BUD-CAND-VOTOS (WS-IDX-BCA)
               ADD 1 TO WS-IDX-BCA
           END-PERFORM
           DISPLAY WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3310-NOME-CANDIDATO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-NOME-CAND
           MOVE 'N' TO WS-ACHADO
           MOVE 1 TO WS-IDX-TAB
           PERFORM UNTIL WS-IDX-TAB > WS-QTD-CAND
                         OR WS-ACHADO = 'S'
               IF WS-CAND-CARGO (WS-IDX-TAB) = BUD-CARGO
                  AND WS-CAND-NUMERO (WS-IDX-TAB) =
                      BUD-CAND-NUMERO (WS-IDX-BCA)
                  AND (WS-CAND-MUNICIPIO (WS-IDX-TAB) = 0
                       OR WS-CAND-MUNICIPIO (WS-IDX-TAB) =
                          BUD-MUNICIPIO)
                   MOVE 'S' TO WS-ACHADO
                   MOVE WS-CAND-NOME (WS-IDX-TAB) TO WS-NOME-CAND
               ELSE
                   ADD 1 TO WS-IDX-TAB
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-CONSULTA-REMESSA.
      *----------------------------------------------------------------*
           DISPLAY 'ZONA: ' WITH NO ADVANCING
           PERFORM 8000-LE-NUMERO
           IF WS-ENT-OK NOT = 'S' OR WS-ENT-NUM > 9999
               DISPLAY 'ZONA INVALIDA: ' WS-ENTRADA
           ELSE
               MOVE WS-ENT-NUM TO WS-CON-ZONA
               DISPLAY WS-PONTILHADO
               PERFORM 4100-MOSTRA-REMESSAS
               PERFORM 4200-MOSTRA-RECIBOS
               IF WS-QTD-ACHADOS > 0
                   MOVE 'ENCONTRADO' TO WS-LD-RESULT
               ELSE
                   MOVE 'NAO ENCONTRADO' TO WS-LD-RESULT
               END-IF
               MOVE 'REMESSA'   TO WS-LD-CONSULTA
               MOVE WS-CON-ZONA TO WS-LD-CHAVE
               PERFORM 9000-GRAVA-LOG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-MOSTRA-REMESSAS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-ACHADOS
           MOVE SPACE TO WS-REM-EOF
           DISPLAY 'REMESSAS DA ZONA ' WS-CON-ZONA ':'
           OPEN INPUT ARQREGREMESSA
           IF WS-REM-STATUS = '00'
               PERFORM 4110-LER-REMESSA
               PERFORM UNTIL WS-REM-EOF = 'S'
                   IF REM-ELEICAO = WS-PRM-ELEICAO
                      AND REM-TURNO = WS-PRM-TURNO
                      AND REM-ZONA = WS-CON-ZONA
                       ADD 1 TO WS-QTD-ACHADOS
                       DISPLAY '  SEQ ' REM-SEQ '  ' REM-DATAHORA
                               '  ' REM-USUARIO '  REGISTROS: '
                               REM-QTDREG '  VOTOS: ' REM-SOMAVOTOS
                   END-IF
                   PERFORM 4110-LER-REMESSA
               END-PERFORM
           END-IF
           CLOSE ARQREGREMESSA
           IF WS-QTD-ACHADOS = 0
               DISPLAY '  NENHUMA REMESSA GERADA PARA A ZONA'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4110-LER-REMESSA.
      *----------------------------------------------------------------*
           READ ARQREGREMESSA
                  AT END
                     MOVE 'S' TO WS-REM-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-MOSTRA-RECIBOS.
      *----------------------------------------------------------------*
      *----LINHA 'ZONA: ' DO RELATORIO: ZONA 7-10, REMESSA 23-26,
      *    RESULTADO 29-42, MOTIVO 45-74
           MOVE 'N' TO WS-ACHADO
           MOVE 'N' TO WS-CON-ELE-OK
           MOVE SPACE TO WS-CON-EOF
           DISPLAY 'RECIBOS DO TRE (CONFERENCIA DE RECIBOS):'
           OPEN INPUT ARQCONFRECIBO
           IF WS-CON-STATUS NOT = '00'
               DISPLAY '  CONFERENCIA DE RECIBOS AINDA NAO EXECUTADA'
               MOVE 'S' TO WS-ACHADO
           ELSE
               PERFORM 4210-LER-CONFERENCIA
               PERFORM UNTIL WS-CON-EOF = 'S'
                   IF REG-CONFERENCIA (1:9) = 'ELEICAO: '
                       IF REG-CONFERENCIA (10:5) =
                          WS-PRM-ELEICAO (1:5)
                          AND REG-CONFERENCIA (24:1) =
                              WS-PRM-TURNO (1:1)
                           MOVE 'S' TO WS-CON-ELE-OK
                       ELSE
                           DISPLAY '  CONFERENCIA DE RECIBOS DE '
                                   'OUTRA ELEICAO/TURNO'
                           MOVE 'S' TO WS-ACHADO
                           MOVE 'S' TO WS-CON-EOF
                       END-IF
                   END-IF
                   IF WS-CON-ELE-OK = 'S'
                      AND REG-CONFERENCIA (1:6) = 'ZONA: '
                      AND REG-CONFERENCIA (7:4) = WS-CON-ZONA (1:4)
                       MOVE 'S' TO WS-ACHADO
                       DISPLAY '  SEQ ' REG-CONFERENCIA (23:4) '  '
                               REG-CONFERENCIA (29:14) '  '
                               REG-CONFERENCIA (45:30)
                   END-IF
                   IF WS-CON-EOF NOT = 'S'
                       PERFORM 4210-LER-CONFERENCIA
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ARQCONFRECIBO
           IF WS-ACHADO NOT = 'S'
               DISPLAY '  NENHUM RECIBO CONFERIDO PARA A ZONA'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4210-LER-CONFERENCIA.
      *----------------------------------------------------------------*
           READ ARQCONFRECIBO
                  AT END
                     MOVE 'S' TO WS-CON-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-CONSULTA-PASSOS.
      *----------------------------------------------------------------*
      *----SO LEITURA: USA A CARGA DO CPPASPRO, NUNCA A REGRAVACAO.
      *    PASSO INICIADO E NAO CONCLUIDO OU COM RETURN-CODE DE ERRO
      *    (8 OU MAIS) E APONTADO.
           PERFORM 0560-CARREGA-PASSOS
           MOVE ZEROS TO WS-QTD-ACHADOS
           DISPLAY WS-PONTILHADO
           DISPLAY 'PROGRAMA          INICIO               FIM      '
                   '            RC  SITUACAO'
           MOVE 1 TO WS-PAS-IDX
           PERFORM UNTIL WS-PAS-IDX > WS-PAS-QTD
               IF WS-PAS-T-ELEICAO (WS-PAS-IDX) = WS-PRM-ELEICAO
                  AND WS-PAS-T-TURNO (WS-PAS-IDX) = WS-PRM-TURNO
                   ADD 1 TO WS-QTD-ACHADOS
                   PERFORM 5100-MOSTRA-PASSO
               END-IF
               ADD 1 TO WS-PAS-IDX
           END-PERFORM
           IF WS-QTD-ACHADOS = 0
               DISPLAY 'NENHUM PASSO EXECUTADO PARA ESTA ELEICAO/TURNO'
               MOVE 'NENHUM PASSO' TO WS-LD-RESULT
           ELSE
               MOVE 'ENCONTRADO'   TO WS-LD-RESULT
           END-IF
           MOVE 'PASSOS' TO WS-LD-CONSULTA
           MOVE SPACES   TO WS-LD-CHAVE
           PERFORM 9000-GRAVA-LOG
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-MOSTRA-PASSO.
      *----------------------------------------------------------------*
           IF WS-PAS-T-SITUACAO (WS-PAS-IDX) NOT = 'C'
               MOVE 'NAO TERMINOU' TO WS-DESCRICAO
           ELSE
               IF WS-PAS-T-RC (WS-PAS-IDX) >= 8
                   MOVE 'FALHOU'       TO WS-DESCRICAO
               ELSE
                   MOVE 'CONCLUIDO'    TO WS-DESCRICAO
               END-IF
           END-IF
           DISPLAY WS-PAS-T-PROGRAMA (WS-PAS-IDX) '  '
                   WS-PAS-T-INICIO (WS-PAS-IDX) ' '
                   WS-PAS-T-FIM (WS-PAS-IDX) '  '
                   WS-PAS-T-RC (WS-PAS-IDX) '  ' WS-DESCRICAO
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-LE-NUMERO.
      *----------------------------------------------------------------*
      *----LE A ENTRADA E CONVERTE OS DIGITOS DIGITADOS (ATE 12, SEM
      *    BRANCOS ENTRE ELES) EM WS-ENT-NUM
           MOVE SPACES TO WS-ENTRADA
           MOVE ZEROS  TO WS-ENT-NUM
           MOVE 'N'    TO WS-ENT-OK
           ACCEPT WS-ENTRADA
           MOVE 12 TO WS-ENT-TAM
           PERFORM UNTIL WS-ENT-TAM = 0
                         OR WS-ENTRADA (WS-ENT-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ENT-TAM
           END-PERFORM
           IF WS-ENT-TAM > 0
               IF WS-ENTRADA (1:WS-ENT-TAM) IS NUMERIC
                   MOVE WS-ENTRADA (1:WS-ENT-TAM) TO WS-ENT-NUM
                   MOVE 'S' TO WS-ENT-OK
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       9000-GRAVA-LOG.
      *----------------------------------------------------------------*
      *----A TRILHA E ABERTA E FECHADA A CADA CONSULTA PARA QUE NADA
      *    SE PERCA SE A SESSAO FOR INTERROMPIDA
           PERFORM 1200-TRATA-DATAHORA
           MOVE WS-LOG-DATAHORA TO WS-LD-DATAHORA
           MOVE WS-LOG-USUARIO  TO WS-LD-USUARIO
           OPEN EXTEND ARQLOGCONSULTA
           WRITE REG-LOGCONSULTA FROM WS-LOG-DETALHE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TRILHA DE CONSULTAS - '
                       'STATUS: ' WS-LOG-STATUS
           END-IF
           CLOSE ARQLOGCONSULTA
           .
           EXIT.

      *----------------------------------------------------------------*
           COPY CPPARPRO.

      *----------------------------------------------------------------*
           COPY CPPASPRO.

      *----------------------------------------------------------------*
           COPY CPCALPRO.

       END PROGRAM CONSULTAELEICAO.
