      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITACAO.
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
      *----CADASTRO PERMANENTE DE QUITACAO (CPQUITAC) ATE A ELEICAO
      *    ANTERIOR. AUSENTE NA PRIMEIRA EXECUCAO.
       SELECT OPTIONAL ARQQUITACAO ASSIGN  TO WS-PRM-ARQ-QUITACAO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-QUI-STATUS.
      *
      *----HISTORICO DE COMPARECIMENTO DA ELEICAO, GRAVADO PELO
      *    RELAPURACAO
       SELECT ARQHISTVOTO ASSIGN  TO WS-PRM-ARQ-HISTVOTO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-HIS-STATUS.
      *
      *----JUSTIFICATIVAS DE AUSENCIA DA ELEICAO (AS MESMAS DO
      *    LISTAFALTOSOS)
       SELECT OPTIONAL ARQJUSTIFICATIVAS ASSIGN
              TO WS-PRM-ARQ-JUSTIF
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-JUS-STATUS.
      *
      *----RETORNO DOS PAGAMENTOS DE MULTA (DE QUALQUER ELEICAO AINDA
      *    GUARDADA NO CADASTRO DE QUITACAO)
       SELECT OPTIONAL ARQPAGAMENTOS ASSIGN
              TO WS-PRM-ARQ-PAGAMENTO
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-PAG-STATUS.
      *
       SELECT ARQQUITNOVO ASSIGN  TO WS-PRM-ARQ-QUITNOVO
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQRELQUIT ASSIGN  TO WS-PRM-ARQ-RELQUIT
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----CANCELAMENTOS POR AUSENCIA, NO LAYOUT DE TRANSACAO DO
      *    MANTELEITORES, QUE OS APLICA AO CADASTRO ELEITORAL
       SELECT ARQCANCELAMENTOS ASSIGN  TO WS-PRM-ARQ-CANCQUIT
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----CALENDARIO ELEITORAL (VER CPCALPRO): JUSTIFICATIVA FORA DO
      *    PRAZO NAO ISENTA DA MULTA, COMO NO LISTAFALTOSOS
       SELECT ARQCALENDARIO ASSIGN  TO WS-PRM-ARQ-CALEND
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-CAL-STATUS.
      *
      *----CADASTRO DE QUITACAO EM FORMA INDEXADA PELO TITULO, COMO
      *    OS DEMAIS ARQUIVOS DE TRABALHO DA CADEIA
       SELECT ARQQUITRAB ASSIGN  TO DISK
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS DYNAMIC
              RECORD KEY         IS QUI-TITULO
              FILE STATUS        IS WS-QUT-STATUS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQPARAMETROS.TXT".
           COPY CPPARREG.

       FD  ARQQUITACAO
           LABEL RECORD STANDARD.
       01  REG-QUIT-ENTRADA       PIC X(339).

       FD  ARQHISTVOTO
           LABEL RECORD STANDARD.
           COPY CPHISVOT.

       FD  ARQJUSTIFICATIVAS
           LABEL RECORD STANDARD.
           COPY CPJUSTIF.

       FD  ARQPAGAMENTOS
           LABEL RECORD STANDARD.
       01  REG-PAGAMENTO.
           03 PAG-TITULO      PIC 9(12).
           03 PAG-ELEICAO     PIC 9(05).
           03 PAG-TURNO       PIC 9(01).
           03 PAG-VALOR       PIC 9(05)V99.
           03 PAG-DATA        PIC X(10).

       FD  ARQQUITNOVO
           LABEL RECORD STANDARD.
       01  REG-QUIT-SAIDA         PIC X(339).

       FD  ARQRELQUIT
           LABEL RECORD STANDARD.
       01  REG-RELQUIT            PIC X(80).

       FD  ARQCANCELAMENTOS
           LABEL RECORD STANDARD.
           COPY CPTRSELE.

       FD  ARQCALENDARIO
           LABEL RECORD STANDARD.
           COPY CPCALREG.

       FD  ARQQUITRAB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQQUITRAB.IDX".
           COPY CPQUITAC.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-QUI-EOF      PIC X(01) VALUE ' '.
       77  WS-HIS-EOF      PIC X(01) VALUE ' '.
       77  WS-JUS-EOF      PIC X(01) VALUE ' '.
       77  WS-PAG-EOF      PIC X(01) VALUE ' '.
       77  WS-QUT-EOF      PIC X(01) VALUE ' '.
       77  WS-QUI-STATUS   PIC X(02) VALUE '00'.
       77  WS-HIS-STATUS   PIC X(02) VALUE '00'.
       77  WS-JUS-STATUS   PIC X(02) VALUE '00'.
       77  WS-PAG-STATUS   PIC X(02) VALUE '00'.
       77  WS-QUT-STATUS   PIC X(02) VALUE '00'.
       77  WS-PONTILHADO   PIC X(80) VALUE ALL '-'.
      *----O CANCELAMENTO E PEDIDO A PARTIR DESTE NUMERO DE AUSENCIAS
      *    SEGUIDAS SEM JUSTIFICATIVA E SEM PAGAMENTO DA MULTA
       77  WS-MAX-AUSENCIAS PIC 9(02) VALUE 3.
      *----ELEICOES GUARDADAS POR TITULO (OCCURS DE CPQUITAC): CHEIO,
      *    A MAIS ANTIGA DA LUGAR A NOVA
       77  WS-MAX-QEL      PIC 9(02) VALUE 12.
       77  WS-IDX-QEL      PIC 9(02) VALUE ZEROS.
       77  WS-IDX-DESL     PIC 9(02) VALUE ZEROS.
       77  WS-QEL-ACHADA   PIC X(01) VALUE 'N'.
       77  WS-QUI-EXISTE   PIC X(01) VALUE 'N'.
       77  WS-FIM-CONTA    PIC X(01) VALUE 'N'.
       77  WS-QTD-ANTERIOR PIC 9(07) VALUE ZEROS.
       77  WS-QTD-TITULOS  PIC 9(07) VALUE ZEROS.
       77  WS-QTD-QUITES   PIC 9(07) VALUE ZEROS.
       77  WS-QTD-DEBITO   PIC 9(07) VALUE ZEROS.
       77  WS-QTD-COMPARECEU PIC 9(07) VALUE ZEROS.
       77  WS-QTD-JUSTIFICOU PIC 9(07) VALUE ZEROS.
       77  WS-QTD-FALTOU   PIC 9(07) VALUE ZEROS.
       77  WS-QTD-CEDULA   PIC 9(07) VALUE ZEROS.
       77  WS-QTD-INAPTO   PIC 9(07) VALUE ZEROS.
       77  WS-QTD-PAG-APLIC PIC 9(06) VALUE ZEROS.
       77  WS-QTD-PAG-REJEI PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CANCELA  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-JUS-FORA PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO-PAG   PIC X(24) VALUE SPACES.
       77  WS-DATA-TRANS   PIC X(10) VALUE SPACES.

       COPY CPPARAM.

       COPY CPCALEND.

       01  WS-BUS-CHAVE.
           03 WS-BUS-ELEICAO  PIC 9(05).
           03 WS-BUS-TURNO    PIC 9(01).

       01  WS-VARIAVEIS.
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

       01  WS-REL-CABECALHO1.
           03 FILLER  PIC X(44) VALUE
              'Quitacao Eleitoral - Multas e Cancelamentos'.
           03 FILLER  PIC X(36) VALUE SPACES.
       01  WS-REL-ELEICAO.
           03 FILLER          PIC X(09) VALUE 'ELEICAO: '.
           03 WS-RE-ELEICAO   PIC 9(05).
           03 FILLER          PIC X(09) VALUE '  TURNO: '.
           03 WS-RE-TURNO     PIC 9(01).
           03 FILLER          PIC X(17) VALUE '  MULTA MINIMA: '.
           03 WS-RE-MULTA     PIC ZZ9,99.
           03 FILLER          PIC X(33) VALUE SPACES.
       01  WS-REL-TIT-PAG.
           03 FILLER  PIC X(31) VALUE
              'PAGAMENTOS DE MULTA REJEITADOS:'.
           03 FILLER  PIC X(49) VALUE SPACES.
       01  WS-REL-DET-PAG.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DP-TITULO  PIC 9(12).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DP-ELEICAO PIC 9(05).
           03 FILLER        PIC X(01) VALUE '/'.
           03 WS-DP-TURNO   PIC 9(01).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DP-VALOR   PIC ZZZZ9,99.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DP-DATA    PIC X(10).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DP-MOTIVO  PIC X(24).
           03 FILLER        PIC X(09) VALUE SPACES.
       01  WS-REL-TIT-CAN.
           03 FILLER  PIC X(38) VALUE
              'TITULOS A CANCELAR (AUSENCIAS SEGUIDAS'.
           03 FILLER  PIC X(42) VALUE
              ' SEM JUSTIFICATIVA E SEM PAGAMENTO):'.
       01  WS-REL-DET-CAN.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DC-TITULO  PIC 9(12).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DC-NOME    PIC X(10).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 WS-DC-MUN     PIC 9(04).
           03 FILLER        PIC X(01) VALUE '/'.
           03 WS-DC-ZONA    PIC 9(04).
           03 FILLER        PIC X(01) VALUE '/'.
           03 WS-DC-SECAO   PIC 9(04).
           03 FILLER        PIC X(13) VALUE '  AUSENCIAS: '.
           03 WS-DC-AUS     PIC 9(02).
           03 FILLER        PIC X(23) VALUE SPACES.
       01  WS-REL-NENHUM.
           03 FILLER  PIC X(09) VALUE '  NENHUM'.
           03 FILLER  PIC X(71) VALUE SPACES.
       01  WS-REL-TOT-ELEICAO.
           03 FILLER        PIC X(13) VALUE 'COMPARECERAM:'.
           03 WS-TE-COMP    PIC 9(07).
           03 FILLER        PIC X(16) VALUE '  JUSTIFICARAM: '.
           03 WS-TE-JUS     PIC 9(07).
           03 FILLER        PIC X(12) VALUE '  FALTARAM: '.
           03 WS-TE-FALT    PIC 9(07).
           03 FILLER        PIC X(11) VALUE '  INAPTOS: '.
           03 WS-TE-INAP    PIC 9(07).
       01  WS-REL-TOT-CEDULA.
           03 FILLER        PIC X(31) VALUE
              'SECAO EM CEDULA, SEM CADERNO: '.
           03 WS-TE-CED     PIC 9(07).
           03 FILLER        PIC X(42) VALUE SPACES.
       01  WS-REL-TOT-QUIT.
           03 FILLER        PIC X(09) VALUE 'TITULOS: '.
           03 WS-TQ-TIT     PIC 9(07).
           03 FILLER        PIC X(10) VALUE '  QUITES: '.
           03 WS-TQ-QUI     PIC 9(07).
           03 FILLER        PIC X(13) VALUE '  EM DEBITO: '.
           03 WS-TQ-DEB     PIC 9(07).
           03 FILLER        PIC X(27) VALUE SPACES.
       01  WS-REL-TOT-PAG.
           03 FILLER        PIC X(22) VALUE 'PAGAMENTOS APLICADOS: '.
           03 WS-TP-APLIC   PIC 9(06).
           03 FILLER        PIC X(14) VALUE '  REJEITADOS: '.
           03 WS-TP-REJEI   PIC 9(06).
           03 FILLER        PIC X(17) VALUE '  CANCELAMENTOS: '.
           03 WS-TP-CANC    PIC 9(06).
           03 FILLER        PIC X(09) VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0100-CARREGA-PARAMETROS
           PERFORM 0600-CARREGA-CALENDARIO
           PERFORM 1200-TRATA-DATAHORA

           PERFORM 1000-CARREGA-QUITACAO

           OPEN OUTPUT ARQRELQUIT
           WRITE REG-RELQUIT FROM WS-REL-CABECALHO1
           WRITE REG-RELQUIT FROM WS-PONTILHADO
           MOVE WS-PRM-ELEICAO    TO WS-RE-ELEICAO
           MOVE WS-PRM-TURNO      TO WS-RE-TURNO
           MOVE WS-PRM-VALORMULTA TO WS-RE-MULTA
           WRITE REG-RELQUIT FROM WS-REL-ELEICAO
           WRITE REG-RELQUIT FROM WS-PONTILHADO

           PERFORM 2000-APLICA-HISTORICO
           PERFORM 2500-APLICA-JUSTIFICATIVAS
           PERFORM 3000-APLICA-PAGAMENTOS
           PERFORM 4000-GRAVA-QUITACAO

           WRITE REG-RELQUIT FROM WS-PONTILHADO
           MOVE WS-QTD-COMPARECEU TO WS-TE-COMP
           MOVE WS-QTD-JUSTIFICOU TO WS-TE-JUS
           MOVE WS-QTD-FALTOU     TO WS-TE-FALT
           MOVE WS-QTD-INAPTO     TO WS-TE-INAP
           WRITE REG-RELQUIT FROM WS-REL-TOT-ELEICAO
           MOVE WS-QTD-CEDULA     TO WS-TE-CED
           WRITE REG-RELQUIT FROM WS-REL-TOT-CEDULA
           MOVE WS-QTD-TITULOS    TO WS-TQ-TIT
           MOVE WS-QTD-QUITES     TO WS-TQ-QUI
           MOVE WS-QTD-DEBITO     TO WS-TQ-DEB
           WRITE REG-RELQUIT FROM WS-REL-TOT-QUIT
           MOVE WS-QTD-PAG-APLIC  TO WS-TP-APLIC
           MOVE WS-QTD-PAG-REJEI  TO WS-TP-REJEI
           MOVE WS-QTD-CANCELA    TO WS-TP-CANC
           WRITE REG-RELQUIT FROM WS-REL-TOT-PAG
           CLOSE ARQRELQUIT ARQQUITRAB

           DISPLAY 'QUITACAO CONCLUIDA - TITULOS: ' WS-QTD-TITULOS
                   ' EM DEBITO: ' WS-QTD-DEBITO
                   ' PAGAMENTOS: ' WS-QTD-PAG-APLIC
                   ' CANCELAMENTOS: ' WS-QTD-CANCELA
           IF WS-QTD-PAG-REJEI > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------*
       1000-CARREGA-QUITACAO.
      *----------------------------------------------------------------*
      *----CARREGA O CADASTRO DE QUITACAO NO ARQUIVO DE TRABALHO
      *    INDEXADO POR TITULO E O REABRE PARA ATUALIZACAO
           OPEN OUTPUT ARQQUITRAB
           IF WS-QUT-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR ARQQUITRAB.IDX - STATUS: '
                        WS-QUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARQQUITACAO
           IF WS-QUI-STATUS = '00'
               PERFORM 1100-LER-QUITACAO
               PERFORM UNTIL WS-QUI-EOF = 'S'
                   MOVE REG-QUIT-ENTRADA TO REG-QUITACAO
                   WRITE REG-QUITACAO
                   IF WS-QUT-STATUS = '22'
                       DISPLAY 'TITULO REPETIDO NO CADASTRO DE '
                               'QUITACAO - MANTIDO O PRIMEIRO: '
                               QUI-TITULO
                   ELSE
                       IF WS-QUT-STATUS NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR ARQQUITRAB.IDX '
                                   '- STATUS: ' WS-QUT-STATUS
                       ELSE
                           ADD 1 TO WS-QTD-ANTERIOR
                       END-IF
                   END-IF
                   PERFORM 1100-LER-QUITACAO
               END-PERFORM
               DISPLAY 'CADASTRO DE QUITACAO CARREGADO - TITULOS: '
                       WS-QTD-ANTERIOR
           ELSE
               DISPLAY 'CADASTRO DE QUITACAO AUSENTE - INICIADO A '
                       'PARTIR DESTA ELEICAO: ' WS-PRM-ARQ-QUITACAO
           END-IF
           CLOSE ARQQUITACAO

           CLOSE ARQQUITRAB
           OPEN I-O ARQQUITRAB
           IF WS-QUT-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQQUITRAB.IDX - STATUS: '
                        WS-QUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-LER-QUITACAO.
      *----------------------------------------------------------------*
           READ ARQQUITACAO
                  AT END
                     MOVE 'S' TO WS-QUI-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-TRATA-DATAHORA.
      *----------------------------------------------------------------*
      *----OS CANCELAMENTOS SAEM DATADOS DO DIA, NO FORMATO DAS
      *    TRANSACOES DO CADASTRO (AAAA-MM-DD)
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-ANO '-' WS-MES '-' WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-TRANS
           END-STRING
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-APLICA-HISTORICO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHISTVOTO
           IF WS-HIS-STATUS NOT = '00'
               DISPLAY 'HISTORICO DE COMPARECIMENTO AUSENTE OU '
                       'ILEGIVEL - STATUS: ' WS-HIS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRM-ELEICAO TO WS-BUS-ELEICAO
           MOVE WS-PRM-TURNO   TO WS-BUS-TURNO
           PERFORM 2010-LER-HISTORICO
           PERFORM UNTIL WS-HIS-EOF = 'S'
               IF HIS-TITULO > 0
                   PERFORM 2100-TRATA-HISTORICO
               END-IF
               PERFORM 2010-LER-HISTORICO
           END-PERFORM
           CLOSE ARQHISTVOTO
           .
           EXIT.
      *----------------------------------------------------------------*
       2010-LER-HISTORICO.
      *----------------------------------------------------------------*
           READ ARQHISTVOTO
                  AT END
                     MOVE 'S' TO WS-HIS-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATA-HISTORICO.
      *----------------------------------------------------------------*
      *----O COMPARECIMENTO DA ELEICAO SUBSTITUI O DE UMA EXECUCAO
      *    ANTERIOR DA MESMA ELEICAO; MULTA JA PAGA E PRESERVADA
           MOVE HIS-TITULO TO QUI-TITULO
           READ ARQQUITRAB
           IF WS-QUT-STATUS = '00'
               MOVE 'S' TO WS-QUI-EXISTE
           ELSE
               MOVE 'N' TO WS-QUI-EXISTE
               INITIALIZE REG-QUITACAO
               MOVE HIS-TITULO TO QUI-TITULO
               MOVE 'Q'        TO QUI-QUITACAO
           END-IF
           MOVE HIS-NOME      TO QUI-NOME
           MOVE HIS-MUNICIPIO TO QUI-MUNICIPIO
           MOVE HIS-ZONA      TO QUI-ZONA
           MOVE HIS-SECAO     TO QUI-SECAO

           PERFORM 2200-LOCALIZA-ELEICAO
           IF WS-QEL-ACHADA NOT = 'S'
               PERFORM 2210-INCLUI-ELEICAO
           END-IF
           IF WS-QEL-ACHADA = 'S'
               IF HIS-SITUACAO NOT = 'A'
                   MOVE 'I' TO QEL-COMPARECIMENTO (WS-IDX-QEL)
                   ADD 1 TO WS-QTD-INAPTO
               ELSE
                   IF HIS-COMPARECEU = 'C'
                       MOVE 'C' TO QEL-COMPARECIMENTO (WS-IDX-QEL)
                       ADD 1 TO WS-QTD-COMPARECEU
                   ELSE
                       PERFORM 2110-TRATA-AUSENTE-CADERNO
                   END-IF
               END-IF
               IF QEL-MULTA (WS-IDX-QEL) NOT = 'G'
                   IF QEL-COMPARECIMENTO (WS-IDX-QEL) = 'F'
                       MOVE 'P' TO QEL-MULTA (WS-IDX-QEL)
                   ELSE
                       MOVE 'N' TO QEL-MULTA (WS-IDX-QEL)
                   END-IF
                   MOVE ZEROS  TO QEL-VALOR-PAGO (WS-IDX-QEL)
                   MOVE SPACES TO QEL-DATA-PAGTO (WS-IDX-QEL)
               END-IF
           END-IF

           IF WS-QUI-EXISTE = 'S'
               REWRITE REG-QUITACAO
           ELSE
               WRITE REG-QUITACAO
           END-IF
           IF WS-QUT-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQQUITRAB.IDX - STATUS: '
                        WS-QUT-STATUS ' TITULO: ' QUI-TITULO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2110-TRATA-AUSENTE-CADERNO.
      *----------------------------------------------------------------*
      *----SEM CADERNO EM SECAO APURADA POR MAPA DE CEDULAS ('M') NAO
      *    HA COMO PROVAR A FALTA: SEM MULTA E SEM AUSENCIA SEGUIDA
           IF HIS-COMPARECEU = 'M'
               MOVE 'M' TO QEL-COMPARECIMENTO (WS-IDX-QEL)
               ADD 1 TO WS-QTD-CEDULA
           ELSE
               MOVE 'F' TO QEL-COMPARECIMENTO (WS-IDX-QEL)
               ADD 1 TO WS-QTD-FALTOU
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LOCALIZA-ELEICAO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-QEL-ACHADA
           MOVE 1 TO WS-IDX-QEL
           PERFORM UNTIL WS-IDX-QEL > QUI-QTD-ELEICOES
                         OR WS-QEL-ACHADA = 'S'
               IF QEL-CHAVE (WS-IDX-QEL) = WS-BUS-CHAVE
                   MOVE 'S' TO WS-QEL-ACHADA
               ELSE
                   ADD 1 TO WS-IDX-QEL
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2210-INCLUI-ELEICAO.
      *----------------------------------------------------------------*
      *----AS ELEICOES FICAM EM ORDEM CRESCENTE DE ELEICAO/TURNO.
      *    COM A TABELA CHEIA A MAIS ANTIGA E DESCARTADA; UMA ELEICAO
      *    MAIS ANTIGA QUE TODAS AS GUARDADAS NAO ENTRA.
           IF QUI-QTD-ELEICOES = WS-MAX-QEL
              AND WS-BUS-CHAVE < QEL-CHAVE (1)
               MOVE 'N' TO WS-QEL-ACHADA
           ELSE
               IF QUI-QTD-ELEICOES = WS-MAX-QEL
                   MOVE 1 TO WS-IDX-DESL
                   PERFORM UNTIL WS-IDX-DESL >= QUI-QTD-ELEICOES
                       MOVE QUI-ELEICAO (WS-IDX-DESL + 1)
                            TO QUI-ELEICAO (WS-IDX-DESL)
                       ADD 1 TO WS-IDX-DESL
                   END-PERFORM
                   SUBTRACT 1 FROM QUI-QTD-ELEICOES
               END-IF
               MOVE 1 TO WS-IDX-QEL
               MOVE 'N' TO WS-FIM-CONTA
               PERFORM UNTIL WS-IDX-QEL > QUI-QTD-ELEICOES
                             OR WS-FIM-CONTA = 'S'
                   IF QEL-CHAVE (WS-IDX-QEL) > WS-BUS-CHAVE
                       MOVE 'S' TO WS-FIM-CONTA
                   ELSE
                       ADD 1 TO WS-IDX-QEL
                   END-IF
               END-PERFORM
               MOVE QUI-QTD-ELEICOES TO WS-IDX-DESL
               PERFORM UNTIL WS-IDX-DESL < WS-IDX-QEL
                   MOVE QUI-ELEICAO (WS-IDX-DESL)
                        TO QUI-ELEICAO (WS-IDX-DESL + 1)
                   SUBTRACT 1 FROM WS-IDX-DESL
               END-PERFORM
               ADD 1 TO QUI-QTD-ELEICOES
               MOVE WS-BUS-CHAVE TO QEL-CHAVE          (WS-IDX-QEL)
               MOVE 'I'          TO QEL-COMPARECIMENTO (WS-IDX-QEL)
               MOVE 'N'          TO QEL-MULTA          (WS-IDX-QEL)
               MOVE ZEROS        TO QEL-VALOR-PAGO     (WS-IDX-QEL)
               MOVE SPACES       TO QEL-DATA-PAGTO     (WS-IDX-QEL)
               MOVE 'S' TO WS-QEL-ACHADA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-APLICA-JUSTIFICATIVAS.
      *----------------------------------------------------------------*
      *----A JUSTIFICATIVA SO VALE PARA QUEM FALTOU NESTA ELEICAO:
      *    A AUSENCIA DEIXA DE GERAR MULTA
           OPEN INPUT ARQJUSTIFICATIVAS
           IF WS-JUS-STATUS = '00'
               MOVE WS-PRM-ELEICAO TO WS-BUS-ELEICAO
               MOVE WS-PRM-TURNO   TO WS-BUS-TURNO
               PERFORM 2510-LER-JUSTIFICATIVA
               PERFORM UNTIL WS-JUS-EOF = 'S'
                   IF JUS-TITULO > 0
                       PERFORM 2600-TRATA-JUSTIFICATIVA
                   END-IF
                   PERFORM 2510-LER-JUSTIFICATIVA
               END-PERFORM
           ELSE
               DISPLAY 'ARQUIVO DE JUSTIFICATIVAS AUSENTE - TODA '
                       'AUSENCIA FICA SEM JUSTIFICATIVA'
           END-IF
           CLOSE ARQJUSTIFICATIVAS
           IF WS-QTD-JUS-FORA > 0
               DISPLAY 'JUSTIFICATIVAS RECUSADAS (FORA DO PRAZO OU '
                       'SEM DATA VALIDA): ' WS-QTD-JUS-FORA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2510-LER-JUSTIFICATIVA.
      *----------------------------------------------------------------*
           READ ARQJUSTIFICATIVAS
                  AT END
                     MOVE 'S' TO WS-JUS-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2600-TRATA-JUSTIFICATIVA.
      *----------------------------------------------------------------*
           MOVE JUS-DATA TO WS-CAL-DATA
           PERFORM 0620-VALIDA-DATA-CAL
           IF WS-CAL-PRAZO-JUSTIF NOT = SPACES
              AND (JUS-DATA = SPACES
                   OR WS-CAL-DATA-OK NOT = 'S'
                   OR JUS-DATA > WS-CAL-PRAZO-JUSTIF)
               ADD 1 TO WS-QTD-JUS-FORA
               IF WS-CAL-DATA-OK NOT = 'S'
                   DISPLAY 'JUSTIFICATIVA COM DATA INVALIDA - '
                           'IGNORADA: ' JUS-TITULO ' ' JUS-DATA
               ELSE
                   DISPLAY 'JUSTIFICATIVA FORA DO PRAZO - IGNORADA: '
                           JUS-TITULO ' ' JUS-DATA
               END-IF
           ELSE
               PERFORM 2610-APLICA-JUSTIFICATIVA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2610-APLICA-JUSTIFICATIVA.
      *----------------------------------------------------------------*
           MOVE JUS-TITULO TO QUI-TITULO
           READ ARQQUITRAB
           IF WS-QUT-STATUS NOT = '00'
               DISPLAY 'JUSTIFICATIVA DE TITULO FORA DO HISTORICO '
                       '- IGNORADA: ' JUS-TITULO
           ELSE
               PERFORM 2200-LOCALIZA-ELEICAO
               IF WS-QEL-ACHADA = 'S'
                   IF QEL-COMPARECIMENTO (WS-IDX-QEL) = 'F'
                       MOVE 'J' TO QEL-COMPARECIMENTO (WS-IDX-QEL)
                       IF QEL-MULTA (WS-IDX-QEL) = 'P'
                           MOVE 'N' TO QEL-MULTA (WS-IDX-QEL)
                       END-IF
                       SUBTRACT 1 FROM WS-QTD-FALTOU
                       ADD 1 TO WS-QTD-JUSTIFICOU
                       REWRITE REG-QUITACAO
                       IF WS-QUT-STATUS NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR ARQQUITRAB.IDX - '
                                   'STATUS: ' WS-QUT-STATUS
                                   ' TITULO: ' QUI-TITULO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-APLICA-PAGAMENTOS.
      *----------------------------------------------------------------*
           WRITE REG-RELQUIT FROM WS-REL-TIT-PAG
           OPEN INPUT ARQPAGAMENTOS
           IF WS-PAG-STATUS = '00'
               PERFORM 3010-LER-PAGAMENTO
               PERFORM UNTIL WS-PAG-EOF = 'S'
                   PERFORM 3100-TRATA-PAGAMENTO
                   PERFORM 3010-LER-PAGAMENTO
               END-PERFORM
           ELSE
               DISPLAY 'SEM RETORNO DE PAGAMENTOS DE MULTA: '
                       WS-PRM-ARQ-PAGAMENTO
           END-IF
           CLOSE ARQPAGAMENTOS
           IF WS-QTD-PAG-REJEI = 0
               WRITE REG-RELQUIT FROM WS-REL-NENHUM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3010-LER-PAGAMENTO.
      *----------------------------------------------------------------*
           READ ARQPAGAMENTOS
                  AT END
                     MOVE 'S' TO WS-PAG-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATA-PAGAMENTO.
      *----------------------------------------------------------------*
      *----O PAGAMENTO QUITA A MULTA PENDENTE DA ELEICAO/TURNO
      *    INFORMADA; VALOR ABAIXO DA MULTA MINIMA NAO QUITA
           IF PAG-TITULO IS NOT NUMERIC
              OR PAG-TITULO = 0
               MOVE 'TITULO INVALIDO' TO WS-MOTIVO-PAG
               PERFORM 3900-REJEITA-PAGAMENTO
           ELSE
               MOVE PAG-TITULO TO QUI-TITULO
               READ ARQQUITRAB
               IF WS-QUT-STATUS NOT = '00'
                   MOVE 'TITULO SEM HISTORICO' TO WS-MOTIVO-PAG
                   PERFORM 3900-REJEITA-PAGAMENTO
               ELSE
                   MOVE PAG-ELEICAO TO WS-BUS-ELEICAO
                   MOVE PAG-TURNO   TO WS-BUS-TURNO
                   PERFORM 2200-LOCALIZA-ELEICAO
                   IF WS-QEL-ACHADA NOT = 'S'
                       MOVE 'ELEICAO FORA DO HISTORICO'
                            TO WS-MOTIVO-PAG
                       PERFORM 3900-REJEITA-PAGAMENTO
                   ELSE
                       PERFORM 3110-QUITA-MULTA
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3110-QUITA-MULTA.
      *----------------------------------------------------------------*
           IF QEL-MULTA (WS-IDX-QEL) = 'G'
               MOVE 'MULTA JA PAGA' TO WS-MOTIVO-PAG
               PERFORM 3900-REJEITA-PAGAMENTO
           ELSE
               IF QEL-MULTA (WS-IDX-QEL) NOT = 'P'
                   MOVE 'SEM MULTA PENDENTE' TO WS-MOTIVO-PAG
                   PERFORM 3900-REJEITA-PAGAMENTO
               ELSE
                   IF PAG-VALOR IS NOT NUMERIC
                      OR PAG-VALOR < WS-PRM-VALORMULTA
                       MOVE 'VALOR INSUFICIENTE' TO WS-MOTIVO-PAG
                       PERFORM 3900-REJEITA-PAGAMENTO
                   ELSE
                       MOVE 'G'       TO QEL-MULTA      (WS-IDX-QEL)
                       MOVE PAG-VALOR TO QEL-VALOR-PAGO (WS-IDX-QEL)
                       MOVE PAG-DATA  TO QEL-DATA-PAGTO (WS-IDX-QEL)
                       REWRITE REG-QUITACAO
                       IF WS-QUT-STATUS NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR ARQQUITRAB.IDX - '
                                   'STATUS: ' WS-QUT-STATUS
                                   ' TITULO: ' QUI-TITULO
                       END-IF
                       ADD 1 TO WS-QTD-PAG-APLIC
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-REJEITA-PAGAMENTO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-PAG-REJEI
           MOVE PAG-TITULO  TO WS-DP-TITULO
           MOVE PAG-ELEICAO TO WS-DP-ELEICAO
           MOVE PAG-TURNO   TO WS-DP-TURNO
           IF PAG-VALOR IS NUMERIC
               MOVE PAG-VALOR TO WS-DP-VALOR
           ELSE
               MOVE ZEROS     TO WS-DP-VALOR
           END-IF
           MOVE PAG-DATA      TO WS-DP-DATA
           MOVE WS-MOTIVO-PAG TO WS-DP-MOTIVO
           WRITE REG-RELQUIT FROM WS-REL-DET-PAG
           DISPLAY 'PAGAMENTO REJEITADO - TITULO ' PAG-TITULO
                   ' ELEICAO ' PAG-ELEICAO '/' PAG-TURNO
                   ' MOTIVO: ' WS-MOTIVO-PAG
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-QUITACAO.
      *----------------------------------------------------------------*
      *----PERCORRE O CADASTRO EM ORDEM DE TITULO: CALCULA A
      *    QUITACAO, GRAVA A NOVA GERACAO E ENCAMINHA OS
      *    CANCELAMENTOS
           WRITE REG-RELQUIT FROM WS-PONTILHADO
           WRITE REG-RELQUIT FROM WS-REL-TIT-CAN
           OPEN OUTPUT ARQQUITNOVO ARQCANCELAMENTOS
           MOVE ZEROS TO QUI-TITULO
           START ARQQUITRAB KEY IS NOT LESS THAN QUI-TITULO
           IF WS-QUT-STATUS NOT = '00'
               MOVE 'S' TO WS-QUT-EOF
           ELSE
               PERFORM 4010-LER-PROXIMO
           END-IF
           PERFORM UNTIL WS-QUT-EOF = 'S'
               PERFORM 4100-TRATA-TITULO
               PERFORM 4010-LER-PROXIMO
           END-PERFORM
           CLOSE ARQQUITNOVO ARQCANCELAMENTOS
           IF WS-QTD-CANCELA = 0
               WRITE REG-RELQUIT FROM WS-REL-NENHUM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4010-LER-PROXIMO.
      *----------------------------------------------------------------*
           READ ARQQUITRAB NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-QUT-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-TRATA-TITULO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-TITULOS
           PERFORM 4200-AVALIA-QUITACAO
           IF QUI-QUITACAO = 'Q'
               ADD 1 TO WS-QTD-QUITES
           ELSE
               ADD 1 TO WS-QTD-DEBITO
           END-IF
           WRITE REG-QUIT-SAIDA FROM REG-QUITACAO
           IF QUI-AUSENCIAS >= WS-MAX-AUSENCIAS
               PERFORM 4300-ENCAMINHA-CANCELAMENTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-AVALIA-QUITACAO.
      *----------------------------------------------------------------*
      *----EM DEBITO: ALGUMA MULTA PENDENTE. AS AUSENCIAS SEGUIDAS SAO
      *    CONTADAS DA ELEICAO MAIS RECENTE PARA TRAS; COMPARECIMENTO,
      *    JUSTIFICATIVA, MULTA PAGA, SECAO EM CEDULA SEM CADERNO OU
      *    ELEICAO EM QUE O TITULO ESTAVA INAPTO INTERROMPEM A
      *    CONTAGEM.
           MOVE 'Q' TO QUI-QUITACAO
           MOVE 1 TO WS-IDX-QEL
           PERFORM UNTIL WS-IDX-QEL > QUI-QTD-ELEICOES
               IF QEL-MULTA (WS-IDX-QEL) = 'P'
                   MOVE 'D' TO QUI-QUITACAO
               END-IF
               ADD 1 TO WS-IDX-QEL
           END-PERFORM

           MOVE ZEROS TO QUI-AUSENCIAS
           MOVE 'N' TO WS-FIM-CONTA
           MOVE QUI-QTD-ELEICOES TO WS-IDX-QEL
           PERFORM UNTIL WS-IDX-QEL = 0
                         OR WS-FIM-CONTA = 'S'
               IF QEL-COMPARECIMENTO (WS-IDX-QEL) = 'F'
                  AND QEL-MULTA (WS-IDX-QEL) NOT = 'G'
                   ADD 1 TO QUI-AUSENCIAS
                   SUBTRACT 1 FROM WS-IDX-QEL
               ELSE
                   MOVE 'S' TO WS-FIM-CONTA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4300-ENCAMINHA-CANCELAMENTO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-CANCELA
           MOVE QUI-TITULO    TO WS-DC-TITULO
           MOVE QUI-NOME      TO WS-DC-NOME
           MOVE QUI-MUNICIPIO TO WS-DC-MUN
           MOVE QUI-ZONA      TO WS-DC-ZONA
           MOVE QUI-SECAO     TO WS-DC-SECAO
           MOVE QUI-AUSENCIAS TO WS-DC-AUS
           WRITE REG-RELQUIT FROM WS-REL-DET-CAN

           MOVE SPACES        TO REG-TRANS-ELEITOR
           MOVE WS-DATA-TRANS TO TRE-DATA
           MOVE 'C'           TO TRE-TIPO
           MOVE QUI-TITULO    TO TRE-TITULO
           MOVE ZEROS         TO TRE-LOCAL
           MOVE 'AUSENCIAS SEGUIDAS' TO TRE-MOTIVO
           WRITE REG-TRANS-ELEITOR
           .
           EXIT.

      *----------------------------------------------------------------*
           COPY CPPARPRO.

      *----------------------------------------------------------------*
           COPY CPCALPRO.

       END PROGRAM QUITACAO.
