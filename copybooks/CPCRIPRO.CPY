      *----------------------------------------------------------------*
      * REGRAS DE CRITICA DE UM REGISTRO DE VOTO (LAYOUT CPVOTO) OU
      * DE CADERNO DE VOTACAO (LAYOUT CPCADERN) OU DE ITEM DE MAPA
      * DE APURACAO DE CEDULAS (LAYOUT CPMAPA), CONFORME
      * WS-CRI-LAYOUT. EXIGE NO PROGRAMA A AREA DE TRABALHO DE
      * CPCRITIC. UMA CRITICA POR REGISTRO: A PRIMEIRA FALHA
      * ENCONTRADA REJEITA A LINHA COM O CODIGO CORRESPONDENTE. OS
      * TRES LAYOUTS COMPARTILHAM CARGO 1-2, MUNICIPIO 3-6, ZONA
      * 7-10 E SECAO 11-14; DEPOIS VEM O VOTO 15-19 (CPVOTO), O
      * TITULO 15-26 (CPCADERN) OU TIPO 15, NUMERO 16-20 E
      * QUANTIDADE 21-26 (CPMAPA). O CODIGO 08 (MUNICIPIO) E
      * POSTERIOR AOS DEMAIS PARA NAO MUDAR O SIGNIFICADO HISTORICO
      * DOS CODIGOS 01-07; O 06 SO OCORRE NO CADERNO, O 07 NO
      * REGISTRO DE VOTOS E NO MAPA, E O 09/10 SO NO MAPA.
      *----------------------------------------------------------------*
       8000-CRITICA-LINHA.
      *----------------------------------------------------------------*
           MOVE 'S'    TO WS-CRI-VALIDO
           MOVE SPACES TO WS-CRI-CODIGO
           MOVE SPACES TO WS-CRI-TEXTO
           IF WS-CRI-LAYOUT = 'C'
              OR WS-CRI-LAYOUT = 'M'
               MOVE 26 TO WS-CRI-TAMANHO
           ELSE
               MOVE 19 TO WS-CRI-TAMANHO
           END-IF
           COMPUTE WS-CRI-POS-SOBRA = WS-CRI-TAMANHO + 1
           COMPUTE WS-CRI-QTD-SOBRA = 80 - WS-CRI-TAMANHO

           IF WS-CRI-BUFFER (WS-CRI-TAMANHO:1) = SPACE
               MOVE '01' TO WS-CRI-CODIGO
               MOVE 'REGISTRO CURTO' TO WS-CRI-TEXTO
               MOVE 'N' TO WS-CRI-VALIDO
           ELSE
           IF WS-CRI-BUFFER (WS-CRI-POS-SOBRA:WS-CRI-QTD-SOBRA)
              NOT = SPACES
               MOVE '02' TO WS-CRI-CODIGO
               MOVE 'REGISTRO LONGO' TO WS-CRI-TEXTO
               MOVE 'N' TO WS-CRI-VALIDO
               MOVE 'SECAO INVALIDA' TO WS-CRI-TEXTO
               MOVE 'N' TO WS-CRI-VALIDO
           ELSE
           IF WS-CRI-LAYOUT = 'C'
               IF WS-CRI-BUFFER (15:12) IS NOT NUMERIC
                  OR WS-CRI-BUFFER (15:12) = '000000000000'
                   MOVE '06' TO WS-CRI-CODIGO
                   MOVE 'TITULO INVALIDO' TO WS-CRI-TEXTO
                   MOVE 'N' TO WS-CRI-VALIDO
               END-IF
           ELSE
           IF WS-CRI-LAYOUT = 'M'
               PERFORM 8010-CRITICA-ITEM-MAPA
           ELSE
           IF WS-CRI-BUFFER (15:5) IS NOT NUMERIC
               MOVE '07' TO WS-CRI-CODIGO
               MOVE 'VOTO INVALIDO' TO WS-CRI-TEXTO
               MOVE 'N' TO WS-CRI-VALIDO
           END-IF
           END-IF
           END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       8010-CRITICA-ITEM-MAPA.
      *----------------------------------------------------------------*
      *----ITEM DE MAPA DE APURACAO: SO O ITEM 'V' TRAZ NUMERO (NAO
      *    PODE SER ZERO - VOTO EM BRANCO E O ITEM 'B'); NOS DEMAIS O
      *    NUMERO VEM ZERADO. A EXISTENCIA DO NUMERO NO CADASTRO E
      *    OS TOTAIS DA SECAO SAO CRITICADOS NO MAPA INTEIRO, PELO
      *    PROGRAMA CHAMADOR.
           IF WS-CRI-BUFFER (15:1) NOT = 'V'
              AND WS-CRI-BUFFER (15:1) NOT = 'B'
              AND WS-CRI-BUFFER (15:1) NOT = 'N'
              AND WS-CRI-BUFFER (15:1) NOT = 'C'
               MOVE '09' TO WS-CRI-CODIGO
               MOVE 'TIPO DE ITEM INVALIDO' TO WS-CRI-TEXTO
               MOVE 'N' TO WS-CRI-VALIDO
           ELSE
           IF WS-CRI-BUFFER (16:5) IS NOT NUMERIC
              OR (WS-CRI-BUFFER (15:1) = 'V'
                  AND WS-CRI-BUFFER (16:5) = '00000')
              OR (WS-CRI-BUFFER (15:1) NOT = 'V'
                  AND WS-CRI-BUFFER (16:5) NOT = '00000')
               MOVE '07' TO WS-CRI-CODIGO
               MOVE 'VOTO INVALIDO' TO WS-CRI-TEXTO
               MOVE 'N' TO WS-CRI-VALIDO
           ELSE
           IF WS-CRI-BUFFER (21:6) IS NOT NUMERIC
               MOVE '10' TO WS-CRI-CODIGO
               MOVE 'QUANTIDADE INVALIDA' TO WS-CRI-TEXTO
               MOVE 'N' TO WS-CRI-VALIDO
           END-IF
           END-IF
           END-IF
           .
           EXIT.
