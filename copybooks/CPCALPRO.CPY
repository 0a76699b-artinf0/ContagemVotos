      *----------------------------------------------------------------*
      * PARAGRAFOS DO CALENDARIO ELEITORAL. EXIGE NO PROGRAMA:
      * SELECT/FD ARQCALENDARIO COM O REGISTRO DE CPCALREG, A AREA DE
      * TRABALHO DE CPCALEND E OS PARAMETROS DE CPPARAM JA CARREGADOS.
      * 0600-CARREGA-CALENDARIO: CARREGA OS PRAZOS DA ELEICAO/TURNO.
      * CALENDARIO AUSENTE, SEM A ELEICAO/TURNO OU COM DATA MAL
      * FORMADA ENCERRA O PROGRAMA COM RETURN-CODE 12: OS PRAZOS
      * LEGAIS NAO FICAM A CRITERIO DO OPERADOR.
      * 0620-VALIDA-DATA-CAL: CONFERE O FORMATO AAAA-MM-DD DE
      * WS-CAL-DATA (EM BRANCO E ACEITO) E DEVOLVE WS-CAL-DATA-OK.
      *----------------------------------------------------------------*
       0600-CARREGA-CALENDARIO.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-CAL-TS
           STRING WS-CAL-TS-ANO '-' WS-CAL-TS-MES '-' WS-CAL-TS-DIA
               DELIMITED BY SIZE INTO WS-CAL-HOJE
           END-STRING

           OPEN INPUT ARQCALENDARIO
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'CALENDARIO ELEITORAL AUSENTE OU ILEGIVEL - '
                       'STATUS: ' WS-CAL-STATUS ' ' WS-PRM-ARQ-CALEND
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-CAL-ACHADO
           MOVE SPACE TO WS-CAL-EOF
           PERFORM 0610-LER-CALENDARIO
           PERFORM UNTIL WS-CAL-EOF = 'S'
               IF REG-CALENDARIO (1:1) NOT = '*'
                  AND CAL-ELEICAO = WS-PRM-ELEICAO
                  AND CAL-TURNO = WS-PRM-TURNO
                   IF WS-CAL-ACHADO = 'S'
                       DISPLAY 'ELEICAO/TURNO REPETIDA NO CALENDARIO '
                               '- MANTIDA A PRIMEIRA'
                   ELSE
                       MOVE 'S' TO WS-CAL-ACHADO
                       MOVE CAL-PRAZO-SUBST
                            TO WS-CAL-PRAZO-SUBST
                       MOVE CAL-FECHA-CADASTRO
                            TO WS-CAL-FECHA-CADASTRO
                       MOVE CAL-PRAZO-JUSTIF
                            TO WS-CAL-PRAZO-JUSTIF
                       MOVE CAL-PRAZO-CORRECAO
                            TO WS-CAL-PRAZO-CORRECAO
                       MOVE CAL-DATA-2TURNO
                            TO WS-CAL-DATA-2TURNO
                   END-IF
               END-IF
               PERFORM 0610-LER-CALENDARIO
           END-PERFORM
           CLOSE ARQCALENDARIO

           IF WS-CAL-ACHADO NOT = 'S'
               DISPLAY 'CALENDARIO ELEITORAL SEM A ELEICAO '
                       WS-PRM-ELEICAO ' TURNO ' WS-PRM-TURNO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CAL-PRAZO-SUBST TO WS-CAL-DATA
           PERFORM 0620-VALIDA-DATA-CAL
           IF WS-CAL-DATA-OK = 'S'
               MOVE WS-CAL-FECHA-CADASTRO TO WS-CAL-DATA
               PERFORM 0620-VALIDA-DATA-CAL
           END-IF
           IF WS-CAL-DATA-OK = 'S'
               MOVE WS-CAL-PRAZO-JUSTIF TO WS-CAL-DATA
               PERFORM 0620-VALIDA-DATA-CAL
           END-IF
           IF WS-CAL-DATA-OK = 'S'
               MOVE WS-CAL-PRAZO-CORRECAO TO WS-CAL-DATA
               PERFORM 0620-VALIDA-DATA-CAL
           END-IF
           IF WS-CAL-DATA-OK = 'S'
               MOVE WS-CAL-DATA-2TURNO TO WS-CAL-DATA
               PERFORM 0620-VALIDA-DATA-CAL
           END-IF
           IF WS-CAL-DATA-OK NOT = 'S'
               DISPLAY 'DATA INVALIDA NO CALENDARIO ELEITORAL: '
                       WS-CAL-DATA ' (FORMATO AAAA-MM-DD)'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0610-LER-CALENDARIO.
      *----------------------------------------------------------------*
           READ ARQCALENDARIO
                  AT END
                     MOVE 'S' TO WS-CAL-EOF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       0620-VALIDA-DATA-CAL.
      *----------------------------------------------------------------*
           MOVE 'S' TO WS-CAL-DATA-OK
           IF WS-CAL-DATA NOT = SPACES
               IF WS-CAL-DATA (1:4) IS NOT NUMERIC
                  OR WS-CAL-DATA (5:1) NOT = '-'
                  OR WS-CAL-DATA (6:2) IS NOT NUMERIC
                  OR WS-CAL-DATA (8:1) NOT = '-'
                  OR WS-CAL-DATA (9:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-CAL-DATA-OK
               ELSE
                   IF WS-CAL-DATA (6:2) < '01'
                      OR WS-CAL-DATA (6:2) > '12'
                      OR WS-CAL-DATA (9:2) < '01'
                      OR WS-CAL-DATA (9:2) > '31'
                       MOVE 'N' TO WS-CAL-DATA-OK
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
