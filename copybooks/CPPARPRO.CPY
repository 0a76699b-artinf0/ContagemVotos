                   MOVE PRM-VALOR (1:4)  TO WS-PRM-RECSECAOINI
               WHEN 'RECSECAOFIM'
                   MOVE PRM-VALOR (1:4)  TO WS-PRM-RECSECAOFIM
               WHEN 'AUDMINCOMP'
                   MOVE PRM-VALOR (1:6)  TO WS-PRM-AUDMINCOMP
               WHEN 'AUDPCTCAND'
                   MOVE PRM-VALOR (1:5)  TO WS-PRM-NUM5
                   COMPUTE WS-PRM-AUDPCTCAND = WS-PRM-NUM5 / 100
               WHEN 'AUDDESVBN'
                   MOVE PRM-VALOR (1:5)  TO WS-PRM-NUM5
                   COMPUTE WS-PRM-AUDDESVBN = WS-PRM-NUM5 / 100
               WHEN 'AUDMAXIRREG'
                   MOVE PRM-VALOR (1:6)  TO WS-PRM-AUDMAXIRREG
               WHEN 'AUDMAXCRIT'
                   MOVE PRM-VALOR (1:6)  TO WS-PRM-AUDMAXCRIT
               WHEN 'AUDVARANT'
                   MOVE PRM-VALOR (1:5)  TO WS-PRM-NUM5
                   COMPUTE WS-PRM-AUDVARANT = WS-PRM-NUM5 / 100
      *----O FECHAMENTO DO CADASTRO AGORA VEM DO CALENDARIO ELEITORAL
               WHEN 'FECHACADASTR'
                   DISPLAY 'FECHACADASTR SUBSTITUIDO PELO CALENDARIO '
                           'ELEITORAL - PARAMETRO IGNORADO'
               WHEN 'VALORMULTA'
                   MOVE PRM-VALOR (1:5)  TO WS-PRM-NUM5
                   COMPUTE WS-PRM-VALORMULTA = WS-PRM-NUM5 / 100
               WHEN 'ARQCALEND'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CALEND
               WHEN 'ARQURNAS'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-URNAS
               WHEN 'ARQZERESIMA'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-ZERESIMA
               WHEN 'ARQRELZER'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-RELZER
               WHEN 'ARQCONSOLID'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CONSOLIDADO
               WHEN 'ARQENTROPIA'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-ENTROPIA
               WHEN 'ARQMANIFESTO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-MANIFESTO
               WHEN 'ARQAPURACAO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-APURACAO
               WHEN 'ARQCRITICA'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CRITICA
               WHEN 'ARQCADERNO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CADERNO
               WHEN 'ARQCADAPURA'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CADAPUR
               WHEN 'ARQCRITCAD'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CRITCAD
               WHEN 'ARQMAPA'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-MAPA
               WHEN 'ARQMAPAPUR'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-MAPAPUR
               WHEN 'ARQCRITMAPA'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CRITMAPA
               WHEN 'ARQCANDIDATO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CANDIDATOS
               WHEN 'ARQPARTIDOS'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-PARTIDOS
               WHEN 'ARQREGISTRO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-REGISTRO
               WHEN 'ARQTRANSITO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-TRANSITO
               WHEN 'ARQRELATORIO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-RELATORIO
               WHEN 'ARQCSV'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-AUDITCAND
               WHEN 'ARQRECONT'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-RECONT
               WHEN 'ARQTRANSELE'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-TRANSELE
               WHEN 'ARQREGNOVO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-REGNOVO
               WHEN 'ARQAUDITELE'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-AUDITELE
               WHEN 'ARQRESUMOCAD'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-RESUMOCAD
               WHEN 'ARQAUDITBU'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-AUDITBU
               WHEN 'ARQARQANT'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-ARQANT
               WHEN 'ARQBOLDAD'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-BOLDAD
               WHEN 'ARQHISTVOTO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-HISTVOTO
               WHEN 'ARQJUSTIF'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-FALTOSOS
               WHEN 'ARQMULTA'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-MULTA
               WHEN 'ARQQUITACAO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-QUITACAO
               WHEN 'ARQQUITNOVO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-QUITNOVO
               WHEN 'ARQPAGAMENTO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-PAGAMENTO
               WHEN 'ARQRELQUIT'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-RELQUIT
               WHEN 'ARQCANCQUIT'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CANCQUIT
               WHEN 'ARQREGREM'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-REGREM
               WHEN 'ARQRECIBO'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CONFREC
               WHEN 'ARQPASSOS'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-PASSOS
               WHEN 'ARQLOGCONS'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-LOGCONS
               WHEN 'ARQCORRECOES'
                   MOVE PRM-VALOR TO WS-PRM-ARQ-CORRECOES
               WHEN 'ARQSUPLEM'
