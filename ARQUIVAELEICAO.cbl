
      *----RELACAO DOS PRODUTOS DA NOITE QUE FORMAM O CONJUNTO DE
      *    EVIDENCIA LEGAL DO PLEITO
       77  WS-MAX-MEMBROS  PIC 9(02) VALUE 15.
       77  WS-QTD-MEMBROS  PIC 9(02) VALUE ZEROS.
       77  WS-IDX-MEM      PIC 9(02) VALUE ZEROS.
       01  WS-TAB-MEMBROS.
           03 WS-MEM-NOME OCCURS 15 TIMES PIC X(40).

       01  WS-CHK-LINHA    PIC X(1500) VALUE SPACES.

           MOVE 'ARQBOLETIMURNA.TXT'
                TO WS-MEM-NOME (WS-QTD-MEMBROS)
           ADD 1 TO WS-QTD-MEMBROS
           MOVE WS-PRM-ARQ-BOLDAD
                TO WS-MEM-NOME (WS-QTD-MEMBROS)
           ADD 1 TO WS-QTD-MEMBROS
           MOVE 'ARQVOTOSNULOS.TXT'
                TO WS-MEM-NOME (WS-QTD-MEMBROS)
           ADD 1 TO WS-QTD-MEMBROS
           MOVE WS-PRM-ARQ-CRITICA
                TO WS-MEM-NOME (WS-QTD-MEMBROS)
           ADD 1 TO WS-QTD-MEMBROS
           MOVE WS-PRM-ARQ-CRITCAD
                TO WS-MEM-NOME (WS-QTD-MEMBROS)
           ADD 1 TO WS-QTD-MEMBROS
           MOVE WS-PRM-ARQ-CRITMAPA
                TO WS-MEM-NOME (WS-QTD-MEMBROS)
           ADD 1 TO WS-QTD-MEMBROS
           MOVE WS-PRM-ARQ-LOG
                TO WS-MEM-NOME (WS-QTD-MEMBROS)
           ADD 1 TO WS-QTD-MEMBROS
