           03 WS-PRM-RECZONAFIM   PIC 9(04) VALUE 9999.
           03 WS-PRM-RECSECAOINI  PIC 9(04) VALUE ZEROS.
           03 WS-PRM-RECSECAOFIM  PIC 9(04) VALUE 9999.
      *----LIMITES DA AUDITORIA ESTATISTICA DOS BOLETINS
      *    (AUDITABOLETIM). PERCENTUAIS COM DUAS DECIMAIS, INFORMADOS
      *    NO ARQUIVO DE PARAMETROS COMO NO PCTMAIORIA (09000 = 90%).
      *    AS REGRAS DE PROPORCAO SO AVALIAM BOLETINS COM PELO MENOS
      *    AUDMINCOMP ELEITORES: EM SECAO MINUSCULA 100% E NORMAL.
           03 WS-PRM-AUDMINCOMP   PIC 9(06) VALUE 20.
           03 WS-PRM-AUDPCTCAND   PIC 9(03)V99 VALUE 90.
           03 WS-PRM-AUDDESVBN    PIC 9(03)V99 VALUE 15.
           03 WS-PRM-AUDMAXIRREG  PIC 9(06) VALUE 5.
           03 WS-PRM-AUDMAXCRIT   PIC 9(06) VALUE 5.
           03 WS-PRM-AUDVARANT    PIC 9(03)V99 VALUE 30.
      *----VALOR MINIMO DA MULTA POR AUSENCIA ACEITO NA QUITACAO,
      *    INFORMADO EM CENTAVOS NO ARQUIVO DE PARAMETROS (00351 =
      *    3,51)
           03 WS-PRM-VALORMULTA   PIC 9(03)V99 VALUE 3,51.
      *----CALENDARIO ELEITORAL (CPCALREG): OS PRAZOS LEGAIS DE CADA
      *    ELEICAO/TURNO, CONFERIDOS PELOS PROGRAMAS DE MANUTENCAO
           03 WS-PRM-ARQ-CALEND      PIC X(40)
              VALUE 'ARQCALENDARIO.TXT'.
           03 WS-PRM-ARQ-URNAS       PIC X(40)
              VALUE 'ARQURNAS.TXT'.
      *----ZERESIMAS DAS URNAS (EMITEZERESIMA): ARQUIVO CONFERIDO
      *    PELO CONSOLIDAURNAS E O DOCUMENTO IMPRESSO PARA OS FISCAIS
           03 WS-PRM-ARQ-ZERESIMA    PIC X(40)
              VALUE 'ARQZERESIMA.TXT'.
           03 WS-PRM-ARQ-RELZER      PIC X(40)
              VALUE 'ARQRELZERESIMA.TXT'.
           03 WS-PRM-ARQ-CONSOLIDADO PIC X(40)
              VALUE 'ARQELEICAO.TXT'.
      *----FONTE DE ENTROPIA DO EMBARALHAMENTO DOS VOTOS
      *    (CONSOLIDAURNAS)
           03 WS-PRM-ARQ-ENTROPIA    PIC X(40)
              VALUE '/dev/urandom'.
           03 WS-PRM-ARQ-MANIFESTO   PIC X(40)
              VALUE 'ARQMANIFESTOURNAS.TXT'.
           03 WS-PRM-ARQ-APURACAO    PIC X(40)
              VALUE 'ARQAPURACAO.TXT'.
           03 WS-PRM-ARQ-CRITICA     PIC X(40)
              VALUE 'ARQCRITICA.TXT'.
      *----CADERNO DE VOTACAO (QUEM VOTOU, SEM O VOTO): O
      *    CONSOLIDADO PELO CONSOLIDAURNAS, O APROVADO PELO
      *    CRITICAVOTOS E A CRITICA DOS SEUS REJEITOS
           03 WS-PRM-ARQ-CADERNO     PIC X(40)
              VALUE 'ARQCADERNO.TXT'.
           03 WS-PRM-ARQ-CADAPUR     PIC X(40)
              VALUE 'ARQCADERNOAPURACAO.TXT'.
           03 WS-PRM-ARQ-CRITCAD     PIC X(40)
              VALUE 'ARQCRITICACADERNO.TXT'.
      *----MAPAS DE APURACAO DE SECOES QUE VOTARAM EM CEDULA: O
      *    DIGITADO PELA JUNTA, O APROVADO PELO CRITICAVOTOS E A
      *    CRITICA DOS MAPAS REJEITADOS
           03 WS-PRM-ARQ-MAPA        PIC X(40)
              VALUE 'ARQMAPAAPURACAO.TXT'.
           03 WS-PRM-ARQ-MAPAPUR     PIC X(40)
              VALUE 'ARQMAPAAPURADO.TXT'.
           03 WS-PRM-ARQ-CRITMAPA    PIC X(40)
              VALUE 'ARQCRITICAMAPA.TXT'.
           03 WS-PRM-ARQ-CANDIDATOS  PIC X(40)
              VALUE 'ARQCANDIDATOS.TXT'.
           03 WS-PRM-ARQ-PARTIDOS    PIC X(40)
              VALUE 'ARQPARTIDOS.TXT'.
           03 WS-PRM-ARQ-REGISTRO    PIC X(40)
              VALUE 'ARQREGISTROELEITORAL.TXT'.
      *----AUTORIZACOES DE VOTO EM TRANSITO (OPCIONAL)
           03 WS-PRM-ARQ-TRANSITO    PIC X(40)
              VALUE 'ARQTRANSITO.TXT'.
           03 WS-PRM-ARQ-RELATORIO   PIC X(40)
              VALUE 'ARQRELAPURACAOTOTAL.TXT'.
           03 WS-PRM-ARQ-CSV         PIC X(40)
              VALUE 'ARQAUDITCANDIDATOS.TXT'.
           03 WS-PRM-ARQ-RECONT      PIC X(40)
              VALUE 'ARQRECONTAGEM.TXT'.
      *----MANUTENCAO DO CADASTRO ELEITORAL (MANTELEITORES): AS
      *    TRANSACOES, O CADASTRO ATUALIZADO, A TRILHA DE AUDITORIA
      *    E O RESUMO DE APTOS POR SECAO
           03 WS-PRM-ARQ-TRANSELE    PIC X(40)
              VALUE 'ARQTRANSELEITORES.TXT'.
           03 WS-PRM-ARQ-REGNOVO     PIC X(40)
              VALUE 'ARQREGISTRONOVO.TXT'.
           03 WS-PRM-ARQ-AUDITELE    PIC X(40)
              VALUE 'ARQAUDITELEITORES.TXT'.
           03 WS-PRM-ARQ-RESUMOCAD   PIC X(40)
              VALUE 'ARQRESUMOCADASTRO.TXT'.
      *----AUDITORIA DOS BOLETINS: O RELATORIO DE EXCECOES E O
      *    ARQUIVO MORTO DA ELEICAO ANTERIOR (ARQUIVAELEICAO), DE
      *    ONDE SAI O BOLETIM DE CADA SECAO PARA COMPARACAO
           03 WS-PRM-ARQ-AUDITBU     PIC X(40)
              VALUE 'ARQAUDITORIABU.TXT'.
           03 WS-PRM-ARQ-ARQANT      PIC X(40)
              VALUE 'ARQARQUIVOANTERIOR.TXT'.
      *----DADOS DO BOLETIM DE URNA (CPBOLDAD), GRAVADO PELO
      *    RELAPURACAO E LIDO PELOS PROGRAMAS QUE USAM OS RESULTADOS
           03 WS-PRM-ARQ-BOLDAD      PIC X(40)
              VALUE 'ARQBOLETIMDADOS.TXT'.
           03 WS-PRM-ARQ-HISTVOTO    PIC X(40)
              VALUE 'ARQHISTORICOVOTO.TXT'.
           03 WS-PRM-ARQ-JUSTIF      PIC X(40)
              VALUE 'ARQFALTOSOS.TXT'.
           03 WS-PRM-ARQ-MULTA       PIC X(40)
              VALUE 'ARQMULTA.TXT'.
      *----QUITACAO ELEITORAL (QUITACAO): O CADASTRO PERMANENTE DE
      *    COMPARECIMENTO (CPQUITAC) E SUA NOVA GERACAO, O RETORNO DOS
      *    PAGAMENTOS DE MULTA, O RELATORIO E OS CANCELAMENTOS PARA O
      *    MANTELEITORES (LAYOUT CPTRSELE)
           03 WS-PRM-ARQ-QUITACAO    PIC X(40)
              VALUE 'ARQQUITACAO.TXT'.
           03 WS-PRM-ARQ-QUITNOVO    PIC X(40)
              VALUE 'ARQQUITACAONOVO.TXT'.
           03 WS-PRM-ARQ-PAGAMENTO   PIC X(40)
              VALUE 'ARQPAGAMENTOSMULTA.TXT'.
           03 WS-PRM-ARQ-RELQUIT     PIC X(40)
              VALUE 'ARQRELQUITACAO.TXT'.
           03 WS-PRM-ARQ-CANCQUIT    PIC X(40)
              VALUE 'ARQCANCELAMENTOS.TXT'.
           03 WS-PRM-ARQ-REGREM      PIC X(40)
              VALUE 'ARQREGREMESSA.TXT'.
           03 WS-PRM-ARQ-RECIBO      PIC X(40)
              VALUE 'ARQCONFRECIBO.TXT'.
           03 WS-PRM-ARQ-PASSOS      PIC X(40)
              VALUE 'ARQCONTROLEPASSOS.TXT'.
      *----TRILHA DAS CONSULTAS FEITAS PELO CONSULTAELEICAO
           03 WS-PRM-ARQ-LOGCONS     PIC X(40)
              VALUE 'ARQLOGCONSULTA.TXT'.
           03 WS-PRM-ARQ-CORRECOES   PIC X(40)
              VALUE 'ARQCORRECOES.TXT'.
           03 WS-PRM-ARQ-SUPLEM      PIC X(40)
