      *                   COM AS ALIQUOTAS DA EPOCA E A VIRADA DE      *
      *                   ANO VIRA ATUALIZACAO DE DADOS, SEM           *
      *                   RECOMPILACAO.                                *
      * 2026-10-15 SFP    FERIAS, 13 SALARIO E RESCISAO PASSAM A       *
      *                   GRAVAR NOS MESTRES COMPARTILHADOS: A CHAVE   *
      *                   DO HISTORICO MENSAL GANHA O TIPO DE          *
      *                   PAGAMENTO (M = MENSAL, F = FERIAS, 1/2 = 13  *
      *                   SALARIO 1A/2A PARCELA, R = RESCISAO) NO      *
      *                   LUGAR DO ULTIMO BYTE DE FILLER E A FOLHA     *
      *                   GRAVA, ESTORNA E CONFRONTA SO O TIPO "M"; O  *
      *                   ACUMULADO ANUAL CRESCE PARA 150 POSICOES     *
      *                   COM OS TOTAIS DE OUTROS RENDIMENTOS          *
      *                   TRIBUTAVEIS, DE ISENTOS E DO 13 SALARIO      *
      *                   (BRUTO, INSS E IRRF, TRIBUTACAO EXCLUSIVA),  *
      *                   ZERADOS NA CRIACAO DO REGISTRO; E A          *
      *                   INTERFACE DE LANCAMENTOS PASSA A SER         *
      *                   ESTENDIDA EM VEZ DE RECRIADA, PARA NAO       *
      *                   APAGAR OS LANCAMENTOS DOS OUTROS PAGAMENTOS  *
      *                   AINDA NAO CARREGADOS NO RAZAO.               *
      * 2026-10-15 SFP    O ACUMULADO ANUAL GUARDA O ANO-CALENDARIO    *
      *                   (ACM-ANO-CALENDARIO, GRAVADO A CADA MES) E A *
      *                   FOLHA RECUSA COMPETENCIA DE ANO DIFERENTE DO *
      *                   ABERTO NO MESTRE; A VIRADA DO ANO PASSA A    *
      *                   SER FEITA PELO ENCERRAMENTO ANUAL (ENCANUAL).*
      * 2026-10-15 SFP    O DEPOSITO DE FGTS DO MES PASSA A SER        *
      *                   LANCADO TAMBEM NA CONTA VINCULADA POR        *
      *                   EMPREGADO (ARQ-CONTA-FGTS, CHAVE EMPRESA +   *
      *                   MATRICULA + COMPETENCIA), BASE DA MULTA      *
      *                   RESCISORIA E DO EXTRATO DO FGTS; O ESTORNO   *
      *                   DA COMPETENCIA ZERA O DEPOSITO MENSAL.       *
      * 2026-10-15 SFP    INCLUI OS ENCARGOS PATRONAIS POR MATRICULA   *
      *                   SOBRE A BASE DE INSS (INSS PATRONAL, RAT     *
      *                   AJUSTADO PELO FAP E TERCEIROS), COM          *
      *                   ALIQUOTAS, FAP POR EMPRESA E VIGENCIA        *
      *                   CARREGADOS DE ARQ-TRIBUTOS; GERA A GUIA      *
      *                   GPS/DARF POR EMPRESA (ARQ-GUIA-GPS), OS      *
      *                   TOTAIS PATRONAIS NO TIPO 90 DA SEFIP E OS    *
      *                   LANCAMENTOS DE DESPESA E DE OBRIGACAO POR    *
      *                   CENTRO DE CUSTO.                             *
      * 2026-10-15 SFP    A TABELA DE RUBRICAS GANHA O INDICADOR DE    *
      *                   FALTA (RUB-IND-FALTA, "S" = FALTA            *
      *                   INJUSTIFICADA, CONTADA NOS PERIODOS          *
      *                   AQUISITIVOS DE FERIAS PELO PERAQUIS),        *
      *                   CRITICADO NA CARGA: SO DESCONTO DE CLASSE    *
      *                   "G" PODE SER FALTA.                          *
      * 2026-10-15 SFP    SALARIO PROPORCIONAL AOS DIAS PAGAVEIS DO    *
      *                   MES (MES COMERCIAL DE 30 DIAS) NA ADMISSAO E *
      *                   NO DESLIGAMENTO DENTRO DA COMPETENCIA E NOS  *
      *                   AFASTAMENTOS NAO REMUNERADOS PELA EMPRESA,   *
      *                   LIDOS DO MESTRE DE FUNCIONARIOS; CADA CASO   *
      *                   PROPORCIONAL E APONTADO NAS EXCECOES. NO     *
      *                   ACIDENTE DE TRABALHO E NO SERVICO MILITAR O  *
      *                   FGTS CONTINUA DEVIDO SOBRE O SALARIO DO      *
      *                   CONTRATO. O TIPO 30 DA SEFIP PASSA A TRAZER  *
      *                   OS CODIGOS E AS DATAS DE AFASTAMENTO E DE    *
      *                   RETORNO E A BASE DE FGTS DO AFASTAMENTO.     *
      * 2026-10-15 SFP    A TABELA DE RUBRICAS GANHA O INDICADOR DE    *
      *                   DISSIDIO (RUB-IND-DISSIDIO: "V" = VARIAVEL   *
      *                   SOBRE O SALARIO, "S"/"R" = DIFERENCAS DE     *
      *                   SALARIO E DE VARIAVEIS LANCADAS PELO         *
      *                   DISSIDIO), CRITICADO NA CARGA: SO PROVENTO   *
      *                   DE CLASSE "G".                               *
      * 2026-10-15 SFP    REGISTRA O INICIO E O FIM DE CADA EXECUCAO   *
      *                   NO LOG DO LOTE DA FOLHA (ARQ-LOG-EXECUCAO) E *
      *                   CONFRONTA A FOLHA COM O LOG ANTES DE RODAR   *
      *                   (NORMAL E REINICIO): RECUSA A EXECUCAO COM O *
      *                   ULTIMO CADMOV INTERROMPIDO OU COM ERRO, O    *
      *                   REINICIO QUANDO O CADMOV RODOU DEPOIS DO     *
      *                   INICIO DA FOLHA INTERROMPIDA E A COMPETENCIA *
      *                   NOVA SEM CADMOV CONCLUIDO DESDE A ULTIMA     *
      *                   FOLHA.                                       *
      * 2026-10-15 SFP    NO MES DE SALARIO PROPORCIONAL, GRAVA NO     *
      *                   HISTORICO OS DIAS PAGOS NUM EVENTO           *
      *                   INFORMATIVO (TIPO "I", RUBRICA RESERVADA     *
      *                   921), USADO PELO PERAQUIS NA CONVERSAO DAS   *
      *                   FALTAS EM DIAS.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-GUIA-FGTS ASSIGN TO "GUIAFGT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-GUIA-GPS ASSIGN TO "GUIAGPS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CNAB ASSIGN TO "CNABREM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CHECKPOINT ASSIGN TO "CHECKPT"
           SELECT ARQ-CONTRACHEQUE ASSIGN TO WS-ARQ-CONTRACHEQUE
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-LANCAMENTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.
           SELECT ARQ-COMPETENCIA ASSIGN TO "COMPETEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPETENCIA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-STATUS-HISTORICO.
           SELECT ARQ-CONTA-FGTS ASSIGN TO "CONTFGTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFG-CHAVE
               FILE STATUS IS WS-STATUS-CONTA-FGTS.
           SELECT ARQ-RUBRICAS ASSIGN TO "TABRUBR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUBRICAS.
           SELECT ARQ-VARPARM ASSIGN TO "VARPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-VARPARM.
           SELECT ARQ-LOG-EXECUCAO ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
           05  CAD-SITUACAO           PIC X(01).
           05  CAD-DATA-ADMISSAO      PIC 9(08).
           05  CAD-DATA-DESLIGAMENTO  PIC 9(08).
           05  CAD-MOTIVO-AFASTAMENTO PIC X(01).
           05  CAD-DATA-AFASTAMENTO   PIC 9(08).
           05  CAD-DATA-RETORNO       PIC 9(08).

      *****************************************************************
      * ARQ-RELATORIO - RELATORIO DE FOLHA DE PAGAMENTO (IMPRESSAO)    *
           05  GFTE-VALOR            PIC 9(09)V99.
           05  FILLER                PIC X(29).

      *****************************************************************
      * ARQ-GUIA-GPS - GUIAS DE RECOLHIMENTO DA EMPRESA (IMPRESSAO),   *
      * UMA PAGINA POR EMPRESA: NA GPS A CONTRIBUICAO DOS SEGURADOS    *
      * RETIDA, O INSS PATRONAL, O RAT AJUSTADO PELO FAP E OS          *
      * TERCEIROS, COM BASE, ALIQUOTA E VALOR; NO DARF O IRRF RETIDO.  *
      * AO FINAL, O TOTAL DO LOTE. CABECALHO E DETALHE SAO             *
      * REDEFINICOES DO MESMO REGISTRO DE 132 POSICOES.                *
      *****************************************************************
       FD  ARQ-GUIA-GPS
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-GPS-LINHA          PIC X(132).
       01  REG-GPS-CAB REDEFINES REG-GPS-LINHA.
           05  GPSC-EMPRESA       PIC X(40).
           05  GPSC-TITULO        PIC X(52).
           05  GPSC-DATA-LIT      PIC X(20).
           05  GPSC-DATA          PIC X(10).
           05  GPSC-PAGINA-LIT    PIC X(06).
           05  GPSC-PAGINA        PIC 9(04).
       01  REG-GPS-DET REDEFINES REG-GPS-LINHA.
           05  FILLER             PIC X(02).
           05  GPSD-GUIA          PIC X(06).
           05  GPSD-CODIGO        PIC X(06).
           05  GPSD-DESCRICAO     PIC X(40).
           05  GPSD-BASE          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03).
           05  GPSD-ALIQUOTA      PIC ZZ9,9999.
           05  FILLER             PIC X(03).
           05  GPSD-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(36).

      *****************************************************************
      * ARQ-CNAB - ARQUIVO DE REMESSA BANCARIA (LEIAUTE CNAB400) PARA  *
      * PAGAMENTO DO SALARIO LIQUIDO POR DEPOSITO EM CONTA. HEADER,    *
      * ARQ-ACUMULADO - MESTRE DE TOTAIS ACUMULADOS NO ANO POR         *
      * MATRICULA (SALARIO BRUTO E IR RETIDO), LIDO E ATUALIZADO A     *
      * CADA EXECUCAO MENSAL DA FOLHA. USADO NO CALCULO DO 13 SALARIO  *
      * E NO AJUSTE ANUAL DO IRRF. O BRUTO E OS MESES SAO SO DA FOLHA  *
      * MENSAL (BASE DAS MEDIAS); FERIAS, 13 SALARIO E RESCISAO SOMAM  *
      * NOS TOTAIS PROPRIOS (OUTROS TRIBUTAVEIS, ISENTOS E 13 SALARIO  *
      * COM INSS E IRRF EM SEPARADO, TRIBUTACAO EXCLUSIVA), GRAVADOS   *
      * PELOS PROGRAMAS FERIAS, CALC13 E RESCISAO. O LEIAUTE DEVE SER  *
      * MANTIDO IDENTICO NESSES PROGRAMAS E NO INFORME.                *
      *****************************************************************
       FD  ARQ-ACUMULADO
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-ACUMULADO.
           05  ACM-CHAVE.
               10  ACM-EMPRESA            PIC 9(03).
           05  ACM-MESES-PROCESSADOS      PIC 9(02).
           05  ACM-TOTAL-INSS-ANO         PIC 9(09)V99.
           05  ACM-DEPENDENTES            PIC 9(02).
           05  ACM-TOTAL-OUTROS-ANO       PIC 9(09)V99.
           05  ACM-TOTAL-ISENTO-ANO       PIC 9(09)V99.
           05  ACM-TOTAL-13-ANO           PIC 9(09)V99.
           05  ACM-TOTAL-INSS-13-ANO      PIC 9(09)V99.
           05  ACM-TOTAL-IR-13-ANO        PIC 9(09)V99.
           05  ACM-ANO-CALENDARIO         PIC 9(04).
           05  FILLER                     PIC X(15).

      *****************************************************************
      * ARQ-CONTROLE - TOTAIS DE CONTROLE DO LOTE, CALCULADOS FORA DO  *
      * DE SALARIOS E DA DESPESA DE FGTS POR CENTRO DE CUSTO, CREDITOS *
      * DO INSS RETIDO, DO IRRF RETIDO, DO FGTS A RECOLHER, DOS        *
      * ADIANTAMENTOS BAIXADOS E DOS SALARIOS A PAGAR. OS TOTAIS DO    *
      * LOTE FECHAM COM OS TOTAIS GERAIS DO RELATORIO DE FOLHA. O      *
      * ARQUIVO E COMPARTILHADO COM FERIAS, CALC13 E RESCISAO, QUE     *
      * ACRESCENTAM OS LANCAMENTOS DE CADA PAGAMENTO - O LEIAUTE DEVE  *
      * SER MANTIDO IDENTICO NOS QUATRO PROGRAMAS.                     *
      *****************************************************************
       FD  ARQ-LANCAMENTOS
           RECORD CONTAINS 80 CHARACTERS.
      * ARQ-CC-ORD) E LIDO COM QUEBRA DE CONTROLE PARA OS SUBTOTAIS    *
      * DO RELATORIO E PARA OS LANCAMENTOS CONTABEIS. NO REINICIO O    *
      * ARQUIVO DE TRABALHO E ESTENDIDO - OS REGISTROS DO TRECHO JA    *
      * PROCESSADO FICAM VALENDO. OS ENCARGOS PATRONAIS (INSS         *
      * PATRONAL, RAT/FAP E TERCEIROS) SEGUEM NO MESMO REGISTRO PARA   *
      * OS LANCAMENTOS DE DESPESA E DE OBRIGACAO POR CENTRO DE CUSTO.  *
      *****************************************************************
       FD  ARQ-CC-WORK
           RECORD CONTAINS 140 CHARACTERS.
       01  REG-CC-WORK                    PIC X(140).

       SD  ARQ-SORT-CC
           RECORD CONTAINS 140 CHARACTERS.
       01  REG-SORT-CC.
           05  SRT-CC-CODIGO              PIC 9(04).
           05  FILLER                     PIC X(136).

       FD  ARQ-CC-ORD
           RECORD CONTAINS 140 CHARACTERS.
       01  REG-CC-ORD.
           05  CCO-CODIGO                 PIC 9(04).
           05  CCO-BRUTO                  PIC 9(09)V99.
           05  CCO-ADIANTAMENTO           PIC 9(09)V99.
           05  CCO-PENSAO                 PIC 9(09)V99.
           05  CCO-CONSIGNADO             PIC 9(09)V99.
           05  CCO-PATRONAL               PIC 9(09)V99.
           05  CCO-RAT                    PIC 9(09)V99.
           05  CCO-TERCEIROS              PIC 9(09)V99.
           05  FILLER                     PIC X(15).

      *****************************************************************
      * ARQ-PEN-ANEX - ARQUIVO DE TRABALHO DO ANEXO DE PENSOES: UM     *
      * NO LOTE PARA ENTREGA NO SISTEMA DO GOVERNO: REGISTRO DE        *
      * EMPREGADOR (TIPO 10) POR EMPRESA, REGISTRO DE TRABALHADOR      *
      * (TIPO 30) COM CPF, CATEGORIA, BASE DE INSS, BASE DE FGTS E     *
      * DEPOSITO DE FGTS POR MATRICULA, MAIS A MOVIMENTACAO DO MES     *
      * (CODIGO E DATA DO AFASTAMENTO E DO RETORNO) E A PARCELA DA     *
      * BASE DE FGTS DEVIDA SOBRE OS DIAS AFASTADOS (JA INCLUIDA NA    *
      * BASE DE FGTS), E TOTAIS DO EMPREGADOR                          *
      * (TIPO 90), ESTES COM OS ENCARGOS PATRONAIS, A ALIQUOTA RAT E   *
      * O FAP APLICADOS. OS VALORES SAO OS MESMOS DA GUIA DE FGTS, DA  *
      * GUIA GPS E DO RELATORIO DE FOLHA, POR CONSTRUCAO.              *
      *****************************************************************
       FD  ARQ-SEFIP
           RECORD CONTAINS 120 CHARACTERS.
           05  SEF30-BASE-INSS           PIC 9(09)V99.
           05  SEF30-BASE-FGTS           PIC 9(09)V99.
           05  SEF30-DEPOSITO-FGTS       PIC 9(09)V99.
           05  SEF30-COD-AFASTAMENTO     PIC X(02).
           05  SEF30-DATA-AFASTAMENTO    PIC 9(08).
           05  SEF30-COD-RETORNO         PIC X(02).
           05  SEF30-DATA-RETORNO        PIC 9(08).
           05  SEF30-BASE-FGTS-AFAST     PIC 9(09)V99.
           05  FILLER                    PIC X(02).
       01  REG-SEFIP-TOTAIS REDEFINES REG-SEFIP.
           05  SEF90-TIPO-REGISTRO       PIC 9(02).
           05  SEF90-EMPRESA             PIC 9(03).
           05  SEF90-QTD-TRABALHADORES   PIC 9(05).
           05  SEF90-TOTAL-BASE-INSS     PIC 9(11)V99.
           05  SEF90-TOTAL-DEPOSITO-FGTS PIC 9(11)V99.
           05  SEF90-TOTAL-INSS-PATRONAL PIC 9(11)V99.
           05  SEF90-TOTAL-RAT           PIC 9(11)V99.
           05  SEF90-TOTAL-TERCEIROS     PIC 9(11)V99.
           05  SEF90-ALIQ-RAT            PIC 9V9999.
           05  SEF90-FATOR-FAP           PIC 9V9999.
           05  FILLER                    PIC X(35).

      *****************************************************************
      * ARQ-HISTORICO - MESTRE DE HISTORICO MENSAL DA FOLHA, CHAVEADO  *
      * POR EMPRESA + MATRICULA + COMPETENCIA + TIPO DE PAGAMENTO:     *
      * TUDO O QUE FOI APURADO PARA O FUNCIONARIO NO MES (BRUTO        *
      * COMPOSTO, CADA EVENTO, INSS, IRRF, FGTS, PENSAO, ADIANTAMENTO  *
      * E LIQUIDO), GRAVADO NA EXECUCAO NORMAL E MARCADO COMO          *
      * ESTORNADO ("E") NO ESTORNO DA COMPETENCIA. A FOLHA MENSAL      *
      * GRAVA O TIPO "M"; FERIAS, 13 SALARIO E RESCISAO GRAVAM OS      *
      * PROPRIOS TIPOS. E A FONTE DA SEGUNDA VIA DE CONTRACHEQUE       *
      * (PROGRAMA SEGVIA) - O LEIAUTE DEVE SER MANTIDO IDENTICO NOS    *
      * PROGRAMAS QUE O GRAVAM E O LEEM.                               *
      *****************************************************************
       FD  ARQ-HISTORICO
           RECORD CONTAINS 1420 CHARACTERS.
               10  HST-EMPRESA        PIC 9(03).
               10  HST-MATRICULA      PIC 9(06).
               10  HST-COMPETENCIA    PIC 9(06).
               10  HST-TIPO-PAGAMENTO PIC X(01).
                   88  HST-PAGTO-MENSAL       VALUE "M".
                   88  HST-PAGTO-FERIAS       VALUE "F".
                   88  HST-PAGTO-13-PARCELA-1 VALUE "1".
                   88  HST-PAGTO-13-PARCELA-2 VALUE "2".
                   88  HST-PAGTO-RESCISAO     VALUE "R".
           05  HST-NOME               PIC X(30).
           05  HST-SITUACAO           PIC X(01).
           05  HST-DEPENDENTES        PIC 9(02).
               10  HST-EVT-CODIGO     PIC 9(03).
               10  HST-EVT-TIPO       PIC X(01).
               10  HST-EVT-VALOR      PIC 9(07)V99.

      *****************************************************************
      * ARQ-CONTA-FGTS - CONTA VINCULADA DO FGTS POR EMPREGADO,        *
      * CHAVEADA POR EMPRESA + MATRICULA + COMPETENCIA: BASE E         *
      * DEPOSITO DO MES EM SEPARADO PARA A FOLHA MENSAL (CALCSAL), AS  *
      * FERIAS (FERIAS) E O 13 SALARIO (CALC13). O SALDO DA CONTA E A  *
      * SOMA DOS DEPOSITOS DESDE A ADMISSAO, BASE DA MULTA RESCISORIA  *
      * (RESCISAO) E DO EXTRATO MENSAL (EXTFGTS). O LEIAUTE DEVE SER   *
      * MANTIDO IDENTICO NOS PROGRAMAS QUE O GRAVAM E O LEEM.          *
      *****************************************************************
       FD  ARQ-CONTA-FGTS
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-CONTA-FGTS.
           05  CFG-CHAVE.
               10  CFG-EMPRESA            PIC 9(03).
               10  CFG-MATRICULA          PIC 9(06).
               10  CFG-COMPETENCIA        PIC 9(06).
           05  CFG-BASE-MENSAL            PIC 9(09)V99.
           05  CFG-DEPOSITO-MENSAL        PIC 9(07)V99.
           05  CFG-BASE-FERIAS            PIC 9(09)V99.
           05  CFG-DEPOSITO-FERIAS        PIC 9(07)V99.
           05  CFG-BASE-13                PIC 9(09)V99.
           05  CFG-DEPOSITO-13            PIC 9(07)V99.
           05  CFG-DATA-ATUALIZACAO       PIC 9(08).
           05  FILLER                     PIC X(17).

      *****************************************************************
      * ARQ-RUBRICAS - TABELA DE RUBRICAS/EVENTOS ACEITOS NA FOLHA,    *
      * PESSOAL: UMA RUBRICA POR REGISTRO, COM O TIPO (P = PROVENTO,   *
      * D = DESCONTO), A CLASSE (G = COMPOE O SALARIO BRUTO, L =       *
      * ABATIDA DIRETO DO LIQUIDO) E OS INDICADORES DE INCIDENCIA      *
      * (S/N) NAS BASES DE INSS, IRRF E FGTS. O INDICADOR DE FALTA     *
      * ("S" = FALTA INJUSTIFICADA; "N" OU BRANCO = NAO) MARCA AS      *
      * RUBRICAS CONTADAS NOS PERIODOS AQUISITIVOS DE FERIAS. O        *
      * INDICADOR DE DISSIDIO MARCA OS PROVENTOS VARIAVEIS CALCULADOS  *
      * SOBRE O SALARIO ("V" - HORAS EXTRAS, ADICIONAL NOTURNO), QUE O *
      * DISSIDIO RECALCULA, E AS RUBRICAS EM QUE O DISSIDIO LANCA AS   *
      * DIFERENCAS ("S" = SALARIO, "R" = VARIAVEIS). UMA RUBRICA NOVA  *
      * E UMA LINHA NOVA NESTE ARQUIVO, SEM ALTERACAO DE PROGRAMA.     *
      *****************************************************************
       FD  ARQ-RUBRICAS
           RECORD CONTAINS 80 CHARACTERS.
           05  RUB-INC-IRRF           PIC X(01).
           05  RUB-INC-FGTS           PIC X(01).
           05  RUB-DESCRICAO          PIC X(20).
           05  RUB-IND-FALTA          PIC X(01).
           05  RUB-IND-DISSIDIO       PIC X(01).
           05  FILLER                 PIC X(50).

      *****************************************************************
      * ARQ-VARIACAO - RELATORIO DE VARIACAO MES A MES POR MATRICULA   *
      * POR FAIXA, COM O TIPO ("I" = INSS, "R" = IRRF), A VIGENCIA     *
      * INICIAL E FINAL (AAAAMM, 999912 = VIGENCIA ABERTA), O NUMERO   *
      * DA FAIXA, O LIMITE SUPERIOR, A ALIQUOTA E (NO IRRF) A PARCELA  *
      * A DEDUZIR. OS ENCARGOS PATRONAIS USAM O MESMO ARQUIVO, UM      *
      * REGISTRO POR ALIQUOTA: "P" = INSS PATRONAL, "A" = RAT, "T" =   *
      * TERCEIROS E "F" = FATOR FAP (NO CAMPO DA ALIQUOTA), COM A      *
      * EMPRESA (000 = PADRAO DE TODAS AS EMPRESAS; O REGISTRO DA      *
      * EMPRESA PREVALECE SOBRE O PADRAO) E FAIXA, LIMITE E PARCELA    *
      * ZERADOS. A ATUALIZACAO ANUAL DAS TABELAS E UMA CARGA DE        *
      * DADOS NESTE ARQUIVO - O MESMO LIDO POR CALC13, FERIAS,         *
      * RESCISAO E INFORME.                                            *
      *****************************************************************
           05  TRB-LIMITE             PIC 9(07)V99.
           05  TRB-ALIQUOTA           PIC 9V9999.
           05  TRB-PARCELA            PIC 9(05)V99.
           05  TRB-EMPRESA            PIC 9(03).
           05  FILLER                 PIC X(41).

      *****************************************************************
      * ARQ-LOG-EXECUCAO - LOG DE EXECUCAO DO LOTE DA FOLHA,           *
      * COMPARTILHADO PELOS PROGRAMAS DA CADEIA E ABERTO EM EXTENSAO A *
      * CADA GRAVACAO: UM REGISTRO DE INICIO ("I") E UM DE FIM ("F")   *
      * POR EXECUCAO, ESTE COM A HORA DE TERMINO, AS QUANTIDADES E O   *
      * RETURN-CODE. INICIO SEM FIM = EXECUCAO INTERROMPIDA. MODO: N = *
      * NORMAL, S = SIMULACAO, R = REINICIO, E = ESTORNO. REMESSA "S"  *
      * = A EXECUCAO GERA ARQUIVO DE REMESSA CNAB. O LEIAUTE E O MESMO *
      * EM TODOS OS PROGRAMAS QUE GRAVAM OU LEEM O LOG.                *
      *****************************************************************
       FD  ARQ-LOG-EXECUCAO
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-LOG-EXECUCAO.
           05  LOG-PROGRAMA               PIC X(08).
           05  LOG-TIPO-REGISTRO          PIC X(01).
           05  LOG-COMPETENCIA            PIC 9(06).
           05  LOG-PARAMETROS             PIC X(30).
           05  LOG-MODO                   PIC X(01).
           05  LOG-REMESSA                PIC X(01).
           05  LOG-DATA-INICIO            PIC 9(08).
           05  LOG-HORA-INICIO            PIC 9(06).
           05  LOG-DATA-FIM               PIC 9(08).
           05  LOG-HORA-FIM               PIC 9(06).
           05  LOG-QTD-LIDOS              PIC 9(07).
           05  LOG-QTD-GRAVADOS           PIC 9(07).
           05  LOG-QTD-REJEITADOS         PIC 9(07).
           05  LOG-RETURN-CODE            PIC 9(03).
           05  FILLER                     PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-FUNCIONARIO.
           05  WS-CPF             PIC 9(11) VALUE ZEROS.
           05  WS-CATEGORIA       PIC 9(02) VALUE ZEROS.

      *****************************************************************
      * DATAS DO CONTRATO DO FUNCIONARIO EM PROCESSAMENTO (ADMISSAO,   *
      * DESLIGAMENTO E AFASTAMENTO EM CURSO OU ULTIMO, COM O MOTIVO) E *
      * A APURACAO DOS DIAS PAGAVEIS DA COMPETENCIA. O MES E SEMPRE    *
      * COMERCIAL, DE 30 DIAS: O SALARIO DO CONTRATO E PAGO INTEGRAL   *
      * QUANDO NAO HA ADMISSAO, DESLIGAMENTO NEM AFASTAMENTO NAO       *
      * REMUNERADO NO MES, E PROPORCIONAL AOS DIAS PAGAVEIS NO CASO    *
      * CONTRARIO. DATA ZERADA = NAO HA.                               *
      *****************************************************************
       01  WS-CONTRATO.
           05  WS-CTR-DATA-ADMISSAO      PIC 9(08) VALUE ZEROS.
           05  WS-CTR-ADMISSAO-DET REDEFINES WS-CTR-DATA-ADMISSAO.
               10  WS-CTR-ADMISSAO-COMP  PIC 9(06).
               10  WS-CTR-ADMISSAO-DIA   PIC 9(02).
           05  WS-CTR-DATA-DESLIGAMENTO  PIC 9(08) VALUE ZEROS.
           05  WS-CTR-DESLIGAMENTO-DET REDEFINES
                   WS-CTR-DATA-DESLIGAMENTO.
               10  WS-CTR-DESLIG-COMP    PIC 9(06).
               10  WS-CTR-DESLIG-DET REDEFINES WS-CTR-DESLIG-COMP.
                   15  WS-CTR-DESLIG-ANO PIC 9(04).
                   15  WS-CTR-DESLIG-MES PIC 9(02).
               10  WS-CTR-DESLIG-DIA     PIC 9(02).
           05  WS-CTR-MOTIVO-AFASTAMENTO PIC X(01) VALUE SPACES.
           05  WS-CTR-DATA-AFASTAMENTO   PIC 9(08) VALUE ZEROS.
           05  WS-CTR-AFASTAMENTO-DET REDEFINES
                   WS-CTR-DATA-AFASTAMENTO.
               10  WS-CTR-AFASTAMENTO-COMP PIC 9(06).
               10  WS-CTR-AFASTAMENTO-DIA  PIC 9(02).
           05  WS-CTR-DATA-RETORNO       PIC 9(08) VALUE ZEROS.
           05  WS-CTR-RETORNO-DET REDEFINES WS-CTR-DATA-RETORNO.
               10  WS-CTR-RETORNO-COMP   PIC 9(06).
               10  WS-CTR-RETORNO-DIA    PIC 9(02).
           05  WS-CTR-SALARIO-CONTRATO   PIC 9(07)V99 VALUE ZEROS.
           05  WS-CTR-DIA-INICIO         PIC 9(02) VALUE ZEROS.
           05  WS-CTR-DIA-FIM            PIC 9(02) VALUE ZEROS.
           05  WS-CTR-DIAS-MES           PIC 9(02) VALUE ZEROS.
           05  WS-CTR-AFAST-INICIO       PIC 9(02) VALUE ZEROS.
           05  WS-CTR-AFAST-FIM          PIC 9(02) VALUE ZEROS.
           05  WS-CTR-DIAS-LICENCA       PIC 9(02) VALUE ZEROS.
           05  WS-CTR-DIAS-AFASTADO      PIC 9(02) VALUE ZEROS.
           05  WS-CTR-DIAS-CALCULO       PIC S9(03) VALUE ZEROS.
           05  WS-CTR-DIAS-PAGAVEIS      PIC 9(02) VALUE ZEROS.
           05  WS-CTR-BASE-FGTS-AFAST    PIC 9(07)V99 VALUE ZEROS.
           05  WS-CTR-COD-AFASTAMENTO    PIC X(02) VALUE SPACES.
           05  WS-CTR-DATA-AFAST-SEFIP   PIC 9(08) VALUE ZEROS.
           05  WS-CTR-COD-RETORNO        PIC X(02) VALUE SPACES.
           05  WS-CTR-DATA-RETORNO-SEFIP PIC 9(08) VALUE ZEROS.
           05  WS-CTR-CAUSA              PIC X(15) VALUE SPACES.
           05  WS-CTR-PROPORCIONAL       PIC X(01) VALUE "N".
               88  SALARIO-PROPORCIONAL         VALUE "S".
           05  WS-CTR-QUOCIENTE          PIC 9(04) VALUE ZEROS.
           05  WS-CTR-RESTO-4            PIC 9(03) VALUE ZEROS.
           05  WS-CTR-RESTO-100          PIC 9(03) VALUE ZEROS.
           05  WS-CTR-RESTO-400          PIC 9(03) VALUE ZEROS.

      *****************************************************************
      * MOTIVOS DE AFASTAMENTO ACEITOS PELO CADASTRO, COM OS CODIGOS   *
      * DE MOVIMENTACAO DA SEFIP (AFASTAMENTO E RETORNO), SE A EMPRESA *
      * PAGA O SALARIO DOS DIAS AFASTADOS (S/N) E SE O FGTS CONTINUA   *
      * DEVIDO SOBRE O SALARIO DO CONTRATO NOS DIAS NAO PAGOS (S/N):   *
      * D = DOENCA ACIMA DE 15 DIAS, A = ACIDENTE DE TRABALHO,         *
      * M = LICENCA-MATERNIDADE, S = SERVICO MILITAR, L = LICENCA SEM  *
      * VENCIMENTOS. NA DOENCA E NO ACIDENTE A DATA DO AFASTAMENTO E A *
      * DO DECIMO SEXTO DIA - OS 15 PRIMEIROS SAO PAGOS PELA EMPRESA.  *
      *****************************************************************
       01  WS-TABELA-MOTIVOS-VALORES.
           05  FILLER                 PIC X(07) VALUE "DP1Z5NN".
           05  FILLER                 PIC X(07) VALUE "AO1Z2NS".
           05  FILLER                 PIC X(07) VALUE "MQ1Z1SS".
           05  FILLER                 PIC X(07) VALUE "SR Z4NS".
           05  FILLER                 PIC X(07) VALUE "LX Z5NN".
       01  WS-TABELA-MOTIVOS REDEFINES WS-TABELA-MOTIVOS-VALORES.
           05  WS-MOTIVO-AFAST OCCURS 5 TIMES.
               10  WS-MAF-MOTIVO          PIC X(01).
               10  WS-MAF-COD-AFASTAMENTO PIC X(02).
               10  WS-MAF-COD-RETORNO     PIC X(02).
               10  WS-MAF-PAGA-SALARIO    PIC X(01).
               10  WS-MAF-FGTS-DEVIDO     PIC X(01).
       77  WS-MAF-IDX                 PIC 9(02) VALUE ZEROS.
       77  WS-MOTIVO-ENCONTRADO       PIC X(01) VALUE "N".
           88  MOTIVO-ENCONTRADO             VALUE "S".

      *****************************************************************
      * TEXTO DA NOTA DE SALARIO PROPORCIONAL NO RELATORIO DE          *
      * EXCECOES                                                       *
      *****************************************************************
       01  WS-NOTA-PROPORCIONAL.
           05  FILLER                 PIC X(15) VALUE "PROPORCIONAL A ".
           05  WS-NPR-DIAS            PIC Z9.
           05  FILLER                 PIC X(08) VALUE "/30 DIAS".
           05  FILLER                 PIC X(15) VALUE SPACES.

       77  WS-VALOR-DEPENDENTE    PIC 9(03)V99 VALUE 189,59.
       77  WS-TAXA-FGTS           PIC 9V99 VALUE 0,08.

       77  WS-QTD-FAIXAS-INSS     PIC 9(02) VALUE ZEROS.
       77  WS-QTD-FAIXAS-IRRF     PIC 9(02) VALUE ZEROS.

      *****************************************************************
      * ALIQUOTAS DOS ENCARGOS PATRONAIS VIGENTES NA COMPETENCIA,      *
      * CARREGADAS DE ARQ-TRIBUTOS JUNTO COM AS TABELAS: UMA ENTRADA   *
      * POR TIPO ("P", "A", "T", "F") E EMPRESA (000 = PADRAO). A      *
      * CARGA EXIGE O PADRAO DE INSS PATRONAL, RAT E TERCEIROS; O FAP  *
      * SEM REGISTRO VALE 1,0000. NA QUEBRA DE EMPRESA AS ALIQUOTAS    *
      * DA EMPRESA SAO RESOLVIDAS (PADRAO E DEPOIS A PROPRIA EMPRESA)  *
      * E O RAT AJUSTADO (RAT X FAP) FICA PRONTO PARA O CALCULO.       *
      *****************************************************************
       77  WS-QTD-ENCARGOS        PIC 9(02) VALUE ZEROS.
       77  WS-ENC-IDX             PIC 9(02) VALUE ZEROS.
       77  WS-QTD-ENCARGOS-PADRAO PIC 9(02) VALUE ZEROS.
       77  WS-EMPRESA-ENCARGO     PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-ENCARGOS.
           05  WS-ENC OCCURS 50 TIMES.
               10  WS-ENC-TIPO            PIC X(01).
               10  WS-ENC-EMPRESA         PIC 9(03).
               10  WS-ENC-ALIQUOTA        PIC 9V9999.

       77  WS-ALIQ-PATRONAL       PIC 9V9999 VALUE ZEROS.
       77  WS-ALIQ-RAT            PIC 9V9999 VALUE ZEROS.
       77  WS-FATOR-FAP           PIC 9V9999 VALUE 1,0000.
       77  WS-ALIQ-TERCEIROS      PIC 9V9999 VALUE ZEROS.
       77  WS-ALIQ-RAT-AJUSTADA   PIC 9V999999 VALUE ZEROS.

       77  WS-INSS-PATRONAL       PIC 9(07)V99 VALUE ZEROS.
       77  WS-RAT-FAP             PIC 9(07)V99 VALUE ZEROS.
       77  WS-TERCEIROS           PIC 9(07)V99 VALUE ZEROS.
       77  WS-BASE-ENCARGOS       PIC 9(09)V99 VALUE ZEROS.

       77  WS-IR-IDX               PIC 9(02) VALUE ZEROS.
       77  WS-IR-BASE-CALCULO      PIC S9(07)V99 VALUE ZEROS.
       77  WS-IR-VALOR-CALCULADO   PIC S9(07)V99 VALUE ZEROS.
               10  WS-EMP-CONSIGNADO      PIC 9(09)V99.
               10  WS-EMP-QTD-CONSIG      PIC 9(05).
               10  WS-EMP-BASE-INSS       PIC 9(09)V99.
               10  WS-EMP-PATRONAL        PIC 9(09)V99.
               10  WS-EMP-RAT             PIC 9(09)V99.
               10  WS-EMP-TERCEIROS       PIC 9(09)V99.

       01  WS-EMPRESA-CABECALHO.
           05  FILLER                 PIC X(08) VALUE "EMPRESA ".
           05  WS-EMPRESA-CAB-COD     PIC 9(03).
           05  FILLER                 PIC X(29) VALUE SPACES.

      *****************************************************************
      * GUIAS GPS/DARF: TITULO COM A COMPETENCIA, CABECALHO DAS        *
      * COLUNAS E TOTAIS DA GUIA DA EMPRESA E DO LOTE.                 *
      *****************************************************************
       01  WS-GPS-TITULO.
           05  FILLER            PIC X(22) VALUE
               "GUIAS DE RECOLHIMENTO ".
           05  FILLER            PIC X(21) VALUE
               "GPS E DARF - COMPET. ".
           05  WS-GPS-TIT-COMPET PIC X(07) VALUE SPACES.
           05  FILLER            PIC X(02) VALUE SPACES.
       01  WS-GPS-COLUNAS.
           05  FILLER            PIC X(08) VALUE "  GUIA".
           05  FILLER            PIC X(06) VALUE "COD.".
           05  FILLER            PIC X(40) VALUE "DESCRICAO".
           05  FILLER            PIC X(14) VALUE "          BASE".
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE "ALIQ.(%)".
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE "         VALOR".
           05  FILLER            PIC X(36) VALUE SPACES.
       77  WS-GPS-TOTAL-GUIA      PIC 9(09)V99 VALUE ZEROS.
       77  WS-GPS-ALIQ-PERC       PIC 9(03)V9999 VALUE ZEROS.
       77  WS-LOTE-GPS            PIC 9(09)V99 VALUE ZEROS.
       77  WS-LOTE-DARF           PIC 9(09)V99 VALUE ZEROS.

      *****************************************************************
      * TOTAIS DE CONTROLE POR EMPRESA, CARREGADOS DE ARQ-CONTROLE NA  *
      * RECONCILIACAO FINAL (UM REGISTRO POR EMPRESA).                 *
      * REGISTRO COMPORTA 100 EVENTOS POR FUNCIONARIO/COMPETENCIA -    *
      * O MESMO LIMITE ACEITO NA FUSAO DOS EVENTOS - PARA QUE A        *
      * SEGUNDA VIA REPRODUZA O CONTRACHEQUE ORIGINAL POR INTEIRO.     *
      * NO MES DE SALARIO PROPORCIONAL, OS DIAS PAGOS VAO NUM EVENTO   *
      * INFORMATIVO (TIPO "I") DE RUBRICA RESERVADA, DEPOIS DOS        *
      * EVENTOS DO CONTRACHEQUE, PARA QUE O PERAQUIS CONVERTA AS       *
      * FALTAS DO MES EM DIAS PELO SALARIO DIARIO DO CONTRATO.         *
      *****************************************************************
       77  WS-STATUS-HISTORICO    PIC X(02) VALUE SPACES.
       77  WS-HST-IDX             PIC 9(03) VALUE ZEROS.
       77  WS-RUB-DIAS-PAGOS      PIC 9(03) VALUE 921.

       77  WS-STATUS-CONTA-FGTS   PIC X(02) VALUE SPACES.
       77  WS-CONTA-FGTS-EXISTE   PIC X(01) VALUE "N".
           88  CONTA-FGTS-EXISTE          VALUE "S".

      *****************************************************************
      * TABELA DE RUBRICAS ACEITAS NO ARQUIVO DE EVENTOS DO MES,       *
      *****************************************************************
       77  WS-STATUS-CC-WORK      PIC X(02) VALUE SPACES.
       77  WS-STATUS-CC-ORD       PIC X(02) VALUE SPACES.
       77  WS-STATUS-LANCAMENTOS  PIC X(02) VALUE SPACES.
       77  WS-EOF-CC-ORD          PIC X(01) VALUE "N".
           88  FIM-CC-ORD                VALUE "S".
       77  WS-CTC-ABERTO          PIC X(01) VALUE "N".
           05  WS-CCS-ADIANTAMENTO    PIC 9(09)V99.
           05  WS-CCS-PENSAO          PIC 9(09)V99.
           05  WS-CCS-CONSIGNADO      PIC 9(09)V99.
           05  WS-CCS-PATRONAL        PIC 9(09)V99.
           05  WS-CCS-RAT             PIC 9(09)V99.
           05  WS-CCS-TERCEIROS       PIC 9(09)V99.
           05  FILLER                 PIC X(15) VALUE SPACES.
       01  WS-CTC-ATUAL.
           05  WS-CTC-CODIGO          PIC 9(04).
           05  WS-CTC-QTD             PIC 9(05).
           05  WS-CTC-ADIANTAMENTO    PIC 9(09)V99.
           05  WS-CTC-PENSAO          PIC 9(09)V99.
           05  WS-CTC-CONSIGNADO      PIC 9(09)V99.
           05  WS-CTC-PATRONAL        PIC 9(09)V99.
           05  WS-CTC-RAT             PIC 9(09)V99.
           05  WS-CTC-TERCEIROS       PIC 9(09)V99.

      *****************************************************************
      * ARQUIVOS DE TRABALHO DO ANEXO DE PENSOES E DA CRITICA DE       *
       77  WS-VARIANCIA-LIQUIDO    PIC S9(09)V99 VALUE ZEROS.
       77  WS-STATUS-CONTROLE      PIC X(02) VALUE SPACES.

      *****************************************************************
      * DADOS DA EXECUCAO CORRENTE PARA O LOG DE EXECUCAO DO LOTE      *
      * (ARQ-LOG-EXECUCAO), GRAVADOS NO REGISTRO DE INICIO E NO DE FIM *
      *****************************************************************
       01  WS-LOG-EXECUCAO.
           05  WS-LOG-TIPO-REGISTRO   PIC X(01) VALUE SPACES.
           05  WS-LOG-COMPETENCIA     PIC 9(06) VALUE ZEROS.
           05  WS-LOG-PARAMETROS      PIC X(30) VALUE SPACES.
           05  WS-LOG-MODO            PIC X(01) VALUE "N".
           05  WS-LOG-REMESSA         PIC X(01) VALUE "N".
           05  WS-LOG-DATA-INICIO     PIC 9(08) VALUE ZEROS.
           05  WS-LOG-HORA-INICIO     PIC 9(06) VALUE ZEROS.
           05  WS-LOG-DATA-FIM        PIC 9(08) VALUE ZEROS.
           05  WS-LOG-HORA-FIM        PIC 9(06) VALUE ZEROS.
           05  WS-LOG-QTD-LIDOS       PIC 9(07) VALUE ZEROS.
           05  WS-LOG-QTD-GRAVADOS    PIC 9(07) VALUE ZEROS.
           05  WS-LOG-QTD-REJEITADOS  PIC 9(07) VALUE ZEROS.
       01  WS-HORA-SISTEMA.
           05  WS-HORA-SIS-HHMMSS     PIC 9(06).
           05  WS-HORA-SIS-CENTESIMOS PIC 9(02).
       77  WS-STATUS-LOG          PIC X(02) VALUE SPACES.

      *****************************************************************
      * CONTROLE DE PRE-REQUISITOS DA FOLHA, APURADO NO LOG DE         *
      * EXECUCAO: ULTIMA EXECUCAO DO CADMOV E SUA SITUACAO (I =        *
      * INTERROMPIDA OU EM ANDAMENTO, E = ENCERRADA COM ERRO, F =      *
      * CONCLUIDA), ULTIMO CADMOV CONCLUIDO, INICIO DA ULTIMA FOLHA    *
      * NORMAL DESTA COMPETENCIA E FIM DA ULTIMA FOLHA CONCLUIDA.      *
      * MOMENTOS NO FORMATO AAAAMMDDHHMMSS.                            *
      *****************************************************************
       01  WS-PRE-REQUISITOS.
           05  WS-PRQ-MOMENTO          PIC 9(14) VALUE ZEROS.
           05  WS-PRQ-CADMOV-INICIO    PIC 9(14) VALUE ZEROS.
           05  WS-PRQ-CADMOV-SITUACAO  PIC X(01) VALUE SPACES.
               88  CADMOV-INTERROMPIDO       VALUE "I".
               88  CADMOV-COM-ERRO           VALUE "E".
           05  WS-PRQ-CADMOV-OK-INICIO PIC 9(14) VALUE ZEROS.
           05  WS-PRQ-FOLHA-INICIO     PIC 9(14) VALUE ZEROS.
           05  WS-PRQ-FOLHA-FIM        PIC 9(14) VALUE ZEROS.
           05  WS-PRQ-FOLHA-COMPETENCIA PIC 9(06) VALUE ZEROS.
           05  WS-PRQ-FOLHA-COMP-DET REDEFINES
                   WS-PRQ-FOLHA-COMPETENCIA.
               10  WS-PRQ-FOLHA-ANO    PIC 9(04).
               10  WS-PRQ-FOLHA-MES    PIC 9(02).
       01  WS-PRQ-COMP-EDICAO.
           05  WS-PRQ-EDI-MES        PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-PRQ-EDI-ANO        PIC 9(04).
       77  WS-EOF-LOG             PIC X(01) VALUE "N".
           88  FIM-LOG                   VALUE "S".

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - CONTROLA A EXECUCAO DO LOTE DE FOLHA           *

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           IF EXECUCAO-NORMAL OR EXECUTAR-RESTART
               PERFORM 0700-VERIFICA-PRE-REQUISITOS THRU 0700-EXIT
           END-IF.

           PERFORM 0800-REGISTRA-INICIO THRU 0800-EXIT.

           IF EXECUTAR-ESTORNO
               PERFORM 8000-ESTORNA-COMPETENCIA THRU 8000-EXIT
           ELSE
               PERFORM 9000-FINALIZACAO THRU 9000-EXIT
           END-IF.

           PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT.

           STOP RUN.

      *****************************************************************
                   "NA LINHA DE COMANDO (AAAAMM, SEGUIDA DE R PARA "
                   "REINICIO OU E PARA ESTORNO)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARM-COMPETENCIA TO WS-COMPETENCIA.
               DISPLAY "ERRO FATAL - COMPETENCIA INVALIDA: "
                   WS-COMPETENCIA
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-COMPETENCIA-MES TO WS-COMP-EDI-MES.
                   "A COMPETENCIA DO MODO COM UM ESPACO (EX.: "
                   "202601 R)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARM-MODO TO WS-PARAMETRO-RESTART.
                   WS-PARM-MODO " (USAR R PARA REINICIO, E PARA "
                   "ESTORNO OU S PARA SIMULACAO)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           DISPLAY "COMPETENCIA DO LOTE: " WS-COMPETENCIA-EDICAO.
                       "DE COMPETENCIAS (ARQ-COMPETENCIA), FILE "
                       "STATUS " WS-STATUS-COMPETENCIA
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
               PERFORM 0610-LER-COMPETENCIA THRU 0610-EXIT
                   " JA PROCESSADA - EXECUCAO RECUSADA (USAR O MODO "
                   "DE ESTORNO PARA REVERTER)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF EXECUTAR-ESTORNO AND NOT COMPETENCIA-PROCESSADA
               DISPLAY "ERRO FATAL - COMPETENCIA " WS-COMPETENCIA-EDICAO
                   " NAO CONSTA COMO PROCESSADA - NADA A ESTORNAR"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       0600-EXIT.
       0610-EXIT.
           EXIT.

      *****************************************************************
      * 0700-VERIFICA-PRE-REQUISITOS - CONFRONTA A FOLHA COM O LOG DE  *
      *                            EXECUCAO DO LOTE E RECUSA RODAR:    *
      *                            - COM O ULTIMO CADMOV INTERROMPIDO  *
      *                              OU ENCERRADO COM ERRO;            *
      *                            - EM REINICIO, SE O CADMOV RODOU    *
      *                              DEPOIS DO INICIO DA FOLHA         *
      *                              INTERROMPIDA (O MESTRE MUDOU NO   *
      *                              MEIO DA COMPETENCIA);             *
      *                            - EM COMPETENCIA NOVA, SE NENHUM    *
      *                              CADMOV FOI CONCLUIDO DESDE A      *
      *                              ULTIMA FOLHA (MOVIMENTOS DO DIA   *
      *                              AINDA NAO APLICADOS).             *
      *                            SEM LOG (PRIMEIRA EXECUCAO) NAO HA  *
      *                            O QUE CONFRONTAR                    *
      *****************************************************************
       0700-VERIFICA-PRE-REQUISITOS.
           OPEN INPUT ARQ-LOG-EXECUCAO.
           IF WS-STATUS-LOG = "35"
               GO TO 0700-EXIT
           END-IF.
           IF WS-STATUS-LOG NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR O LOG DE "
                   "EXECUCAO (ARQ-LOG-EXECUCAO), FILE STATUS "
                   WS-STATUS-LOG
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 0710-LER-LOG THRU 0710-EXIT
               UNTIL FIM-LOG.
           CLOSE ARQ-LOG-EXECUCAO.

           IF CADMOV-INTERROMPIDO OR CADMOV-COM-ERRO
               DISPLAY "ERRO FATAL - A ULTIMA EXECUCAO DO CADMOV FOI "
                   "INTERROMPIDA OU TERMINOU COM ERRO - CONCLUIR A "
                   "MANUTENCAO DO CADASTRO ANTES DA FOLHA"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF EXECUTAR-RESTART
                   AND WS-PRQ-FOLHA-INICIO NOT = ZEROS
                   AND WS-PRQ-CADMOV-INICIO > WS-PRQ-FOLHA-INICIO
               DISPLAY "ERRO FATAL - O CADMOV RODOU DEPOIS DO INICIO "
                   "DA FOLHA INTERROMPIDA DE " WS-COMPETENCIA-EDICAO
                   " - REINICIO RECUSADO, REPROCESSAR A COMPETENCIA "
                   "DESDE O INICIO (SEM O MODO R)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF EXECUCAO-NORMAL
                   AND WS-PRQ-FOLHA-FIM NOT = ZEROS
                   AND WS-PRQ-FOLHA-COMPETENCIA NOT = WS-COMPETENCIA
                   AND WS-PRQ-CADMOV-OK-INICIO < WS-PRQ-FOLHA-FIM
               MOVE WS-PRQ-FOLHA-MES TO WS-PRQ-EDI-MES
               MOVE WS-PRQ-FOLHA-ANO TO WS-PRQ-EDI-ANO
               DISPLAY "ERRO FATAL - NENHUM CADMOV CONCLUIDO DESDE A "
                   "FOLHA DE " WS-PRQ-COMP-EDICAO " - APLICAR OS "
                   "MOVIMENTOS DO DIA (AINDA QUE SEM MOVIMENTOS) "
                   "ANTES DA FOLHA DE " WS-COMPETENCIA-EDICAO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       0700-EXIT.
           EXIT.

      *****************************************************************
      * 0710-LER-LOG - LE UM REGISTRO DO LOG E ATUALIZA A SITUACAO DO  *
      *                CADMOV E DAS FOLHAS. O LOG E GRAVADO EM ORDEM   *
      *                CRONOLOGICA; O FIM DE UMA EXECUCAO TRAZ O MESMO *
      *                MOMENTO DE INICIO DO REGISTRO DE INICIO         *
      *****************************************************************
       0710-LER-LOG.
           READ ARQ-LOG-EXECUCAO
               AT END
                   MOVE "S" TO WS-EOF-LOG
                   GO TO 0710-EXIT
           END-READ.
           COMPUTE WS-PRQ-MOMENTO =
               (LOG-DATA-INICIO * 1000000) + LOG-HORA-INICIO.
           IF LOG-PROGRAMA = "CADMOV"
                   AND WS-PRQ-MOMENTO NOT < WS-PRQ-CADMOV-INICIO
               MOVE WS-PRQ-MOMENTO TO WS-PRQ-CADMOV-INICIO
               IF LOG-TIPO-REGISTRO = "I"
                   MOVE "I" TO WS-PRQ-CADMOV-SITUACAO
               ELSE
                   IF LOG-RETURN-CODE < 16
                       MOVE "F" TO WS-PRQ-CADMOV-SITUACAO
                       MOVE WS-PRQ-MOMENTO TO WS-PRQ-CADMOV-OK-INICIO
                   ELSE
                       MOVE "E" TO WS-PRQ-CADMOV-SITUACAO
                   END-IF
               END-IF
           END-IF.
           IF LOG-PROGRAMA = "CALCSAL"
                   AND LOG-TIPO-REGISTRO = "I"
                   AND LOG-MODO = "N"
                   AND LOG-COMPETENCIA = WS-COMPETENCIA
               MOVE WS-PRQ-MOMENTO TO WS-PRQ-FOLHA-INICIO
           END-IF.
           IF LOG-PROGRAMA = "CALCSAL"
                   AND LOG-TIPO-REGISTRO = "F"
                   AND (LOG-MODO = "N" OR LOG-MODO = "R")
                   AND LOG-RETURN-CODE < 16
               COMPUTE WS-PRQ-FOLHA-FIM =
                   (LOG-DATA-FIM * 1000000) + LOG-HORA-FIM
               MOVE LOG-COMPETENCIA TO WS-PRQ-FOLHA-COMPETENCIA
           END-IF.
       0710-EXIT.
           EXIT.

      *****************************************************************
      * 0800-REGISTRA-INICIO - GRAVA NO LOG DE EXECUCAO O REGISTRO DE  *
      *                        INICIO DO PROGRAMA, COM A COMPETENCIA E *
      *                        OS PARAMETROS DA LINHA DE COMANDO       *
      *****************************************************************
       0800-REGISTRA-INICIO.
           ACCEPT WS-LOG-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SIS-HHMMSS TO WS-LOG-HORA-INICIO.
           MOVE "I" TO WS-LOG-TIPO-REGISTRO.
           PERFORM 9820-GRAVA-LOG THRU 9820-EXIT.
       0800-EXIT.
           EXIT.

      *****************************************************************
      * 0810-IDENTIFICA-EXECUCAO - MONTA A IDENTIFICACAO DA EXECUCAO   *
      *                            PARA O LOG: PARAMETROS,             *
      *                            COMPETENCIA, MODO E REMESSA CNAB    *
      *****************************************************************
       0810-IDENTIFICA-EXECUCAO.
           MOVE WS-PARAMETRO-LINHA TO WS-LOG-PARAMETROS.
           IF WS-PARM-COMPETENCIA IS NUMERIC
               MOVE WS-PARM-COMPETENCIA TO WS-LOG-COMPETENCIA
           END-IF.
           MOVE "S" TO WS-LOG-REMESSA.
           EVALUATE TRUE
               WHEN EXECUTAR-RESTART
                   MOVE "R" TO WS-LOG-MODO
               WHEN EXECUTAR-ESTORNO
                   MOVE "E" TO WS-LOG-MODO
                   MOVE "N" TO WS-LOG-REMESSA
               WHEN EXECUTAR-PREVIA
                   MOVE "S" TO WS-LOG-MODO
                   MOVE "N" TO WS-LOG-REMESSA
               WHEN OTHER
                   MOVE "N" TO WS-LOG-MODO
           END-EVALUATE.
       0810-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - ABRE ARQUIVOS E FAZ A LEITURA ANTECIPADA  *
      *****************************************************************
               PERFORM 1400-LER-CHECKPOINT THRU 1400-EXIT
               OPEN EXTEND ARQ-RELATORIO
               OPEN EXTEND ARQ-GUIA-FGTS
               OPEN EXTEND ARQ-GUIA-GPS
               OPEN EXTEND ARQ-CNAB
               OPEN EXTEND ARQ-EXCECOES
               OPEN EXTEND ARQ-CONTRACHEQUE
               OPEN OUTPUT ARQ-CONTRACHEQUE
               OPEN OUTPUT ARQ-VARIACAO
      *        NA SIMULACAO A REMESSA CNAB, O CHECKPOINT, A
      *        DECLARACAO SEFIP E AS GUIAS DE FGTS E GPS/DARF NEM SAO
      *        ABERTOS - ABRIR EM OUTPUT APAGARIA OS ARQUIVOS DA
      *        ULTIMA EXECUCAO REAL, E UMA SEFIP OU GUIA SIMULADA NAO
      *        TEM MARCA QUE IMPECA A ENTREGA OU O RECOLHIMENTO.
               IF NOT EXECUTAR-PREVIA
                   OPEN OUTPUT ARQ-CNAB
                   OPEN OUTPUT ARQ-CHECKPOINT
                   OPEN OUTPUT ARQ-SEFIP
                   OPEN OUTPUT ARQ-GUIA-FGTS
                   OPEN OUTPUT ARQ-GUIA-GPS
               END-IF
               PERFORM 1700-PREPARA-EVENTOS THRU 1700-EXIT
               PERFORM 1750-PREPARA-PENSOES THRU 1750-EXIT
           PERFORM 1560-ABRE-EMPRESTIMOS THRU 1560-EXIT.
           PERFORM 1570-ABRE-CONSIG-WORK THRU 1570-EXIT.
           PERFORM 1580-ABRE-TRABALHOS THRU 1580-EXIT.
           PERFORM 1590-ABRE-CONTA-FGTS THRU 1590-EXIT.
           DISPLAY "Arquivo de funcionarios aberto.".
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           PERFORM 1790-CARREGA-VARPARM THRU 1790-EXIT.
               DISPLAY "ERRO FATAL - REINICIO SOLICITADO MAS O "
                   "ARQUIVO DE CHECKPOINT NAO FOI ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1410-LER-REGISTRO-CHECKPOINT THRU 1410-EXIT
                           " E O REINICIO FOI PEDIDO PARA "
                           WS-COMPETENCIA " - REINICIO RECUSADO"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                       STOP RUN
                   END-IF
                   MOVE CHK-ULTIMA-MATRICULA
                   "RUBRICAS (ARQ-RUBRICAS), FILE STATUS "
                   WS-STATUS-RUBRICAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1692-LER-RUBRICA THRU 1692-EXIT
               DISPLAY "ERRO FATAL - TABELA DE RUBRICAS VAZIA - "
                   "LOTE ABORTADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           DISPLAY "RUBRICAS CARREGADAS: " WS-QTD-RUBRICAS.
               MOVE "INDICADOR DE INCIDENCIA INVALIDO (S/N)" TO
                   WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND RUB-IND-FALTA NOT = "S"
                   AND RUB-IND-FALTA NOT = "N"
                   AND RUB-IND-FALTA NOT = SPACE
               MOVE "INDICADOR DE FALTA INVALIDO (S/N)" TO
                   WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES AND RUB-IND-FALTA = "S"
                   AND (RUB-TIPO NOT = "D" OR RUB-CLASSE NOT = "G")
               MOVE "RUBRICA DE FALTA DEVE SER DESCONTO G" TO
                   WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND RUB-IND-DISSIDIO NOT = "V"
                   AND RUB-IND-DISSIDIO NOT = "S"
                   AND RUB-IND-DISSIDIO NOT = "R"
                   AND RUB-IND-DISSIDIO NOT = SPACE
               MOVE "INDICADOR DE DISSIDIO INVALIDO (V/S/R)" TO
                   WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND RUB-IND-DISSIDIO NOT = SPACE
                   AND (RUB-TIPO NOT = "P" OR RUB-CLASSE NOT = "G")
               MOVE "RUBRICA DO DISSIDIO DEVE SER PROVENTO G" TO
                   WS-MOTIVO-REJEICAO
           END-IF.
      *    A CLASSE "L" E ABATIDA DIRETO DO LIQUIDO: SO FAZ SENTIDO
      *    COMO DESCONTO E NUNCA INTEGRA BASE DE INCIDENCIA. UMA
      *    RUBRICA "P"+"L" PAGARIA NADA E AINDA REDUZIRIA O LIQUIDO.
               DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE "
                   "RUBRICAS (50) EXCEDIDA - LOTE ABORTADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1694-EXIT.
                   "MES (ARQ-EVENTOS), FILE STATUS "
                   WS-STATUS-EVENTOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           CLOSE ARQ-EVENTOS.
                   "CLASSIFICADOS (ARQ-EVENTOS-ORD), FILE STATUS "
                   WS-STATUS-EVENTOS-ORD
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1710-LER-EVENTO-ORD THRU 1710-EXIT.
                   "FUNCIONARIOS (ARQ-FUNCIONARIOS), FILE STATUS "
                   WS-STATUS-CADASTRO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1450-EXIT.
      *                         CARGA EXIGE EXATAMENTE 4 FAIXAS DE     *
      *                         INSS E 5 DE IRRF - TABELA INCOMPLETA   *
      *                         OU COM VIGENCIAS SOBREPOSTAS DERRUBA   *
      *                         O LOTE ANTES DE QUALQUER CALCULO. AS   *
      *                         ALIQUOTAS PATRONAIS VEM DO MESMO       *
      *                         ARQUIVO E EXIGEM O PADRAO (EMPRESA     *
      *                         000) DE INSS PATRONAL, RAT E TERCEIROS *
      *****************************************************************
       1480-CARREGA-TRIBUTOS.
           OPEN INPUT ARQ-TRIBUTOS.
                   "TRIBUTOS (ARQ-TRIBUTOS), FILE STATUS "
                   WS-STATUS-TRIBUTOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1482-LER-TRIBUTO THRU 1482-EXIT
                   WS-COMPETENCIA-EDICAO " (INSS " WS-QTD-FAIXAS-INSS
                   " FAIXAS, IRRF " WS-QTD-FAIXAS-IRRF " FAIXAS)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-QTD-ENCARGOS-PADRAO NOT = 3
               DISPLAY "ERRO FATAL - ALIQUOTAS PADRAO DE INSS "
                   "PATRONAL, RAT E TERCEIROS (EMPRESA 000) NAO "
                   "VIGENTES PARA A COMPETENCIA " WS-COMPETENCIA-EDICAO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           DISPLAY "TABELAS DE TRIBUTOS CARREGADAS PARA "
               DISPLAY "ERRO FATAL - REGISTRO INVALIDO NAS TABELAS "
                   "DE TRIBUTOS (ARQ-TRIBUTOS)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-COMPETENCIA < TRB-VIGENCIA-INI
                       DISPLAY "ERRO FATAL - FAIXA DE INSS FORA DE "
                           "1 A 4 NAS TABELAS DE TRIBUTOS"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                       STOP RUN
                   END-IF
                   MOVE TRB-LIMITE   TO WS-INSS-LIMITE (TRB-FAIXA)
                       DISPLAY "ERRO FATAL - FAIXA DE IRRF FORA DE "
                           "1 A 5 NAS TABELAS DE TRIBUTOS"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                       STOP RUN
                   END-IF
                   MOVE TRB-LIMITE   TO WS-IRRF-LIMITE (TRB-FAIXA)
                   MOVE TRB-PARCELA  TO
                       WS-IRRF-PARCELA-DEDUZIR (TRB-FAIXA)
                   ADD 1 TO WS-QTD-FAIXAS-IRRF
               WHEN "P"
               WHEN "A"
               WHEN "F"
               WHEN "T"
                   PERFORM 1486-GUARDA-ENCARGO THRU 1486-EXIT
               WHEN OTHER
                   DISPLAY "ERRO FATAL - TIPO DE TRIBUTO INVALIDO "
                       "NAS TABELAS DE TRIBUTOS: " TRB-TIPO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
           END-EVALUATE.
       1484-EXIT.
           EXIT.

      *****************************************************************
      * 1486-GUARDA-ENCARGO - GUARDA NA TABELA DE ENCARGOS A ALIQUOTA  *
      *                       PATRONAL VIGENTE DE UM TIPO E EMPRESA.   *
      *                       O MESMO TIPO E EMPRESA DUAS VEZES NA     *
      *                       COMPETENCIA E VIGENCIA SOBREPOSTA E      *
      *                       DERRUBA O LOTE                           *
      *****************************************************************
       1486-GUARDA-ENCARGO.
           IF TRB-EMPRESA IS NOT NUMERIC
               DISPLAY "ERRO FATAL - EMPRESA INVALIDA NA ALIQUOTA "
                   "PATRONAL TIPO " TRB-TIPO " DAS TABELAS DE TRIBUTOS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1487-VERIFICA-DUPLICIDADE THRU 1487-EXIT
               VARYING WS-ENC-IDX FROM 1 BY 1
               UNTIL WS-ENC-IDX > WS-QTD-ENCARGOS.
           IF WS-QTD-ENCARGOS NOT < 50
               DISPLAY "ERRO FATAL - LIMITE DE 50 ALIQUOTAS PATRONAIS "
                   "EXCEDIDO NAS TABELAS DE TRIBUTOS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-ENCARGOS.
           MOVE TRB-TIPO     TO WS-ENC-TIPO (WS-QTD-ENCARGOS).
           MOVE TRB-EMPRESA  TO WS-ENC-EMPRESA (WS-QTD-ENCARGOS).
           MOVE TRB-ALIQUOTA TO WS-ENC-ALIQUOTA (WS-QTD-ENCARGOS).
           IF TRB-EMPRESA = ZEROS AND TRB-TIPO NOT = "F"
               ADD 1 TO WS-QTD-ENCARGOS-PADRAO
           END-IF.
       1486-EXIT.
           EXIT.

       1487-VERIFICA-DUPLICIDADE.
           IF WS-ENC-TIPO (WS-ENC-IDX) = TRB-TIPO
                   AND WS-ENC-EMPRESA (WS-ENC-IDX) = TRB-EMPRESA
               DISPLAY "ERRO FATAL - VIGENCIAS SOBREPOSTAS NA "
                   "ALIQUOTA PATRONAL TIPO " TRB-TIPO
                   " DA EMPRESA " TRB-EMPRESA
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1487-EXIT.
           EXIT.

      *****************************************************************
      * 1500-ABRE-ACUMULADO - ABRE O MESTRE DE ACUMULADOS DO ANO EM    *
      *                       ENTRADA/SAIDA, CRIANDO O ARQUIVO NA      *
                       "ANUAL (ARQ-ACUMULADO), FILE STATUS "
                       WS-STATUS-ACUMULADO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1510-VERIFICA-ANO-ABERTO THRU 1510-EXIT.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 1510-VERIFICA-ANO-ABERTO - CONFERE O ANO-CALENDARIO ABERTO NO  *
      *                            MESTRE DE ACUMULADOS (O DO PRIMEIRO *
      *                            REGISTRO) CONTRA O ANO DA           *
      *                            COMPETENCIA. O ANO NOVO SO E ACEITO *
      *                            DEPOIS DO ENCERRAMENTO ANUAL        *
      *                            (ENCANUAL); ANO ZERADO E O DO       *
      *                            REGISTRO GRAVADO ANTES DO CONTROLE  *
      *****************************************************************
       1510-VERIFICA-ANO-ABERTO.
           MOVE LOW-VALUES TO ACM-CHAVE.
           START ARQ-ACUMULADO KEY IS NOT LESS THAN ACM-CHAVE
               INVALID KEY
                   GO TO 1510-EXIT
           END-START.
           READ ARQ-ACUMULADO NEXT RECORD
               AT END
                   GO TO 1510-EXIT
           END-READ.
           IF ACM-ANO-CALENDARIO NOT = ZEROS
                   AND ACM-ANO-CALENDARIO NOT = WS-COMPETENCIA-ANO
               DISPLAY "ERRO FATAL - O MESTRE DE ACUMULADOS ESTA "
                   "ABERTO PARA O ANO " ACM-ANO-CALENDARIO
                   " E A COMPETENCIA E DO ANO " WS-COMPETENCIA-ANO
               DISPLAY "EXECUTAR O ENCERRAMENTO ANUAL (ENCANUAL) "
                   "ANTES DA PRIMEIRA FOLHA DO ANO NOVO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1510-EXIT.
           EXIT.

      *****************************************************************
      * 1550-ABRE-HISTORICO - ABRE O MESTRE DE HISTORICO MENSAL EM     *
      *                       ENTRADA/SAIDA, CRIANDO O ARQUIVO NA      *
                       "MENSAL (ARQ-HISTORICO), FILE STATUS "
                       WS-STATUS-HISTORICO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
                   "EMPRESTIMOS (ARQ-EMPRESTIMO), FILE STATUS "
                   WS-STATUS-EMPRESTIMO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1560-EXIT.
                   "TRABALHO DE CONSIGNADOS (ARQ-CONSIG-WORK), FILE "
                   "STATUS " WS-STATUS-CONSIG-WORK
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1570-EXIT.
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS ARQUIVOS DE "
                   "TRABALHO DO LOTE (CCWORK/PENANEX/PRESWK)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1580-EXIT.
           EXIT.

      *****************************************************************
      * 1590-ABRE-CONTA-FGTS - ABRE A CONTA VINCULADA DO FGTS EM       *
      *                        ENTRADA/SAIDA, CRIANDO O ARQUIVO NA     *
      *                        PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR  *
      *****************************************************************
       1590-ABRE-CONTA-FGTS.
           OPEN I-O ARQ-CONTA-FGTS.
           IF WS-STATUS-CONTA-FGTS = "35"
               OPEN OUTPUT ARQ-CONTA-FGTS
               CLOSE ARQ-CONTA-FGTS
               OPEN I-O ARQ-CONTA-FGTS
           ELSE
               IF WS-STATUS-CONTA-FGTS NOT = "00"
                   DISPLAY "ERRO FATAL - FALHA AO ABRIR A CONTA "
                       "VINCULADA DO FGTS (ARQ-CONTA-FGTS), FILE "
                       "STATUS " WS-STATUS-CONTA-FGTS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
       1590-EXIT.
           EXIT.

      *****************************************************************
      * 1100-IMPRIME-CABECALHO - EMITE O CABECALHO DE PAGINA DO        *
      *                          RELATORIO DE FOLHA DE PAGAMENTO       *
                   "DE VARIACAO (ARQ-VARPARM), FILE STATUS "
                   WS-STATUS-VARPARM
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           READ ARQ-VARPARM
               PERFORM 3000-CALCULA-DESCONTOS THRU 3000-EXIT
               PERFORM 3500-CALCULA-SALARIO-LIQUIDO THRU 3500-EXIT
               PERFORM 2310-NOTA-ADIANTAMENTO THRU 2310-EXIT
               PERFORM 2320-NOTA-PROPORCIONAL THRU 2320-EXIT
               PERFORM 3600-APLICA-PENSAO THRU 3600-EXIT
               PERFORM 3700-DESCONTA-CONSIGNADO THRU 3700-EXIT
               PERFORM 4000-EXIBE-RESULTADO THRU 4000-EXIT
                       MOVE CAD-EMPRESA       TO WS-EMPRESA
                       MOVE CAD-CPF           TO WS-CPF
                       MOVE CAD-CATEGORIA     TO WS-CATEGORIA
                       PERFORM 2120-GUARDA-CONTRATO THRU 2120-EXIT
                       MOVE CAD-EMPRESA       TO WS-CHAVE-EMPRESA
                       MOVE CAD-MATRICULA     TO WS-CHAVE-MATRICULA
                   END-IF
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2120-GUARDA-CONTRATO - GUARDA AS DATAS DO CONTRATO E DO        *
      *                        AFASTAMENTO DO FUNCIONARIO LIDO. DATA   *
      *                        NAO NUMERICA (REGISTRO ANTERIOR A       *
      *                        INCLUSAO DOS CAMPOS) VALE COMO ZERADA   *
      *****************************************************************
       2120-GUARDA-CONTRATO.
           MOVE ZEROS  TO WS-CTR-DATA-ADMISSAO.
           MOVE ZEROS  TO WS-CTR-DATA-DESLIGAMENTO.
           MOVE SPACES TO WS-CTR-MOTIVO-AFASTAMENTO.
           MOVE ZEROS  TO WS-CTR-DATA-AFASTAMENTO.
           MOVE ZEROS  TO WS-CTR-DATA-RETORNO.
           IF CAD-DATA-ADMISSAO IS NUMERIC
               MOVE CAD-DATA-ADMISSAO TO WS-CTR-DATA-ADMISSAO
           END-IF.
           IF CAD-DATA-DESLIGAMENTO IS NUMERIC
               MOVE CAD-DATA-DESLIGAMENTO TO WS-CTR-DATA-DESLIGAMENTO
           END-IF.
           IF CAD-DATA-AFASTAMENTO IS NUMERIC
               MOVE CAD-MOTIVO-AFASTAMENTO
                   TO WS-CTR-MOTIVO-AFASTAMENTO
               MOVE CAD-DATA-AFASTAMENTO TO WS-CTR-DATA-AFASTAMENTO
               IF CAD-DATA-RETORNO IS NUMERIC
                   MOVE CAD-DATA-RETORNO TO WS-CTR-DATA-RETORNO
               END-IF
           END-IF.
       2120-EXIT.
           EXIT.

      *****************************************************************
      * 2200-VALIDA-FUNCIONARIO - CRITICA O REGISTRO LIDO ANTES DO     *
      *                           CALCULO DOS DESCONTOS. UM REGISTRO   *
                   " MATRICULA " WS-CHAVE-MATRICULA
                   " - LOTE ABORTADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-CHAVE-FUNCIONARIO TO WS-CHAVE-ANTERIOR.
                   "ALIMENTICIAS (ARQ-PENSAO), FILE STATUS "
                   WS-STATUS-PENSAO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           CLOSE ARQ-PENSAO.
                   "CLASSIFICADAS (ARQ-PENSAO-ORD), FILE STATUS "
                   WS-STATUS-PENSAO-ORD
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1760-LER-PENSAO-ORD THRU 1760-EXIT.
       1780-EXIT.
           EXIT.

      *****************************************************************
      * 2400-APURA-DIAS-PAGAVEIS - APURA OS DIAS PAGAVEIS DO MES       *
      *                            COMERCIAL E TORNA PROPORCIONAL O    *
      *                            SALARIO DO CONTRATO QUANDO FOREM    *
      *                            MENOS DE 30: ADMISSAO NO MES (PAGA  *
      *                            DESDE O DIA DA ADMISSAO),           *
      *                            DESLIGAMENTO NO MES (PAGA ATE O DIA *
      *                            DO DESLIGAMENTO; O ULTIMO DIA DO    *
      *                            MES VALE 30) E DIAS DE AFASTAMENTO  *
      *                            NAO PAGOS PELA EMPRESA. ADMISSAO    *
      *                            POSTERIOR A COMPETENCIA REJEITA O   *
      *                            FUNCIONARIO. O SALARIO DO CADASTRO  *
      *                            CONTINUA SENDO A REFERENCIA DA      *
      *                            CRITICA DE LIMITES E DA BASE DE     *
      *                            FGTS DO AFASTAMENTO                 *
      *****************************************************************
       2400-APURA-DIAS-PAGAVEIS.
           MOVE WS-SALARIO-BRUTO TO WS-CTR-SALARIO-CONTRATO.
           MOVE "N"    TO WS-CTR-PROPORCIONAL.
           MOVE 30     TO WS-CTR-DIAS-PAGAVEIS.
           MOVE ZEROS  TO WS-CTR-DIAS-AFASTADO.
           MOVE ZEROS  TO WS-CTR-BASE-FGTS-AFAST.
           MOVE SPACES TO WS-CTR-COD-AFASTAMENTO.
           MOVE ZEROS  TO WS-CTR-DATA-AFAST-SEFIP.
           MOVE SPACES TO WS-CTR-COD-RETORNO.
           MOVE ZEROS  TO WS-CTR-DATA-RETORNO-SEFIP.
           MOVE SPACES TO WS-CTR-CAUSA.
           IF WS-CTR-ADMISSAO-COMP > WS-COMPETENCIA
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "ADMISSAO" TO WS-CAMPO-REJEICAO
               MOVE "ADMITIDO APOS A COMPETENCIA" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2400-EXIT
           END-IF.
           MOVE 1  TO WS-CTR-DIA-INICIO.
           MOVE 30 TO WS-CTR-DIA-FIM.
           IF WS-CTR-ADMISSAO-COMP = WS-COMPETENCIA
               MOVE WS-CTR-ADMISSAO-DIA TO WS-CTR-DIA-INICIO
               IF WS-CTR-DIA-INICIO > 30
                   MOVE 30 TO WS-CTR-DIA-INICIO
               END-IF
               IF WS-CTR-DIA-INICIO > 1
                   MOVE "ADMISSAO" TO WS-CTR-CAUSA
               END-IF
           END-IF.
           IF WS-CTR-DATA-DESLIGAMENTO NOT = ZEROS
                   AND WS-CTR-DESLIG-COMP = WS-COMPETENCIA
               PERFORM 2410-DIAS-DO-MES THRU 2410-EXIT
               IF WS-CTR-DESLIG-DIA < WS-CTR-DIAS-MES
                       AND WS-CTR-DESLIG-DIA < 30
                   MOVE WS-CTR-DESLIG-DIA TO WS-CTR-DIA-FIM
                   MOVE "DESLIGAMENTO" TO WS-CTR-CAUSA
               END-IF
           END-IF.
           PERFORM 2420-APURA-AFASTAMENTO THRU 2420-EXIT.
           COMPUTE WS-CTR-DIAS-CALCULO =
               WS-CTR-DIA-FIM - WS-CTR-DIA-INICIO + 1
                   - WS-CTR-DIAS-AFASTADO.
           IF WS-CTR-DIAS-CALCULO < ZEROS
               MOVE ZEROS TO WS-CTR-DIAS-CALCULO
           END-IF.
           MOVE WS-CTR-DIAS-CALCULO TO WS-CTR-DIAS-PAGAVEIS.
           IF WS-CTR-DIAS-PAGAVEIS < 30
               MOVE "S" TO WS-CTR-PROPORCIONAL
               COMPUTE WS-SALARIO-BRUTO ROUNDED =
                   WS-CTR-SALARIO-CONTRATO * WS-CTR-DIAS-PAGAVEIS / 30
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2410-DIAS-DO-MES - QUANTIDADE DE DIAS DO MES DO DESLIGAMENTO,  *
      *                    PARA RECONHECER O ULTIMO DIA DO MES         *
      *****************************************************************
       2410-DIAS-DO-MES.
           EVALUATE WS-CTR-DESLIG-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-CTR-DIAS-MES
               WHEN 2
                   DIVIDE WS-CTR-DESLIG-ANO BY 4
                       GIVING WS-CTR-QUOCIENTE
                       REMAINDER WS-CTR-RESTO-4
                   DIVIDE WS-CTR-DESLIG-ANO BY 100
                       GIVING WS-CTR-QUOCIENTE
                       REMAINDER WS-CTR-RESTO-100
                   DIVIDE WS-CTR-DESLIG-ANO BY 400
                       GIVING WS-CTR-QUOCIENTE
                       REMAINDER WS-CTR-RESTO-400
                   IF WS-CTR-RESTO-400 = ZEROS
                           OR (WS-CTR-RESTO-4 = ZEROS
                               AND WS-CTR-RESTO-100 NOT = ZEROS)
                       MOVE 29 TO WS-CTR-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-CTR-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CTR-DIAS-MES
           END-EVALUATE.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 2420-APURA-AFASTAMENTO - CRUZA O AFASTAMENTO DO CADASTRO COM   *
      *                          OS DIAS DO CONTRATO NA COMPETENCIA:   *
      *                          DO DIA DO AFASTAMENTO (OU DIA 1) ATE  *
      *                          A VESPERA DO RETORNO (OU DIA 30). OS  *
      *                          DIAS NAO PAGOS PELA EMPRESA SAEM DOS  *
      *                          DIAS PAGAVEIS E, QUANDO O FGTS        *
      *                          CONTINUA DEVIDO, COMPOEM A BASE DE    *
      *                          FGTS DO AFASTAMENTO. GUARDA OS        *
      *                          CODIGOS E AS DATAS DE MOVIMENTACAO    *
      *                          DA SEFIP: AFASTAMENTO EM TODA         *
      *                          COMPETENCIA COM DIAS AFASTADOS E      *
      *                          RETORNO NA COMPETENCIA DO RETORNO     *
      *****************************************************************
       2420-APURA-AFASTAMENTO.
           IF WS-CTR-DATA-AFASTAMENTO = ZEROS
               GO TO 2420-EXIT
           END-IF.
           IF WS-CTR-AFASTAMENTO-COMP > WS-COMPETENCIA
               GO TO 2420-EXIT
           END-IF.
           IF WS-CTR-DATA-RETORNO NOT = ZEROS
                   AND WS-CTR-RETORNO-COMP < WS-COMPETENCIA
               GO TO 2420-EXIT
           END-IF.
           MOVE "N" TO WS-MOTIVO-ENCONTRADO.
           PERFORM 2430-PROCURA-MOTIVO THRU 2430-EXIT
               VARYING WS-MAF-IDX FROM 1 BY 1
               UNTIL WS-MAF-IDX > 5
                  OR MOTIVO-ENCONTRADO.
           IF NOT MOTIVO-ENCONTRADO
               GO TO 2420-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-MAF-IDX.
           MOVE 1  TO WS-CTR-AFAST-INICIO.
           MOVE 30 TO WS-CTR-AFAST-FIM.
           IF WS-CTR-AFASTAMENTO-COMP = WS-COMPETENCIA
               MOVE WS-CTR-AFASTAMENTO-DIA TO WS-CTR-AFAST-INICIO
           END-IF.
           IF WS-CTR-DATA-RETORNO NOT = ZEROS
                   AND WS-CTR-RETORNO-COMP = WS-COMPETENCIA
               MOVE WS-MAF-COD-RETORNO (WS-MAF-IDX)
                   TO WS-CTR-COD-RETORNO
               MOVE WS-CTR-DATA-RETORNO TO WS-CTR-DATA-RETORNO-SEFIP
               COMPUTE WS-CTR-AFAST-FIM = WS-CTR-RETORNO-DIA - 1
               IF WS-CTR-AFAST-FIM > 30
                   MOVE 30 TO WS-CTR-AFAST-FIM
               END-IF
           END-IF.
           IF WS-CTR-AFAST-INICIO < WS-CTR-DIA-INICIO
               MOVE WS-CTR-DIA-INICIO TO WS-CTR-AFAST-INICIO
           END-IF.
           IF WS-CTR-AFAST-FIM > WS-CTR-DIA-FIM
               MOVE WS-CTR-DIA-FIM TO WS-CTR-AFAST-FIM
           END-IF.
           IF WS-CTR-AFAST-INICIO > WS-CTR-AFAST-FIM
               GO TO 2420-EXIT
           END-IF.
           MOVE WS-MAF-COD-AFASTAMENTO (WS-MAF-IDX)
               TO WS-CTR-COD-AFASTAMENTO.
           MOVE WS-CTR-DATA-AFASTAMENTO TO WS-CTR-DATA-AFAST-SEFIP.
           IF WS-MAF-PAGA-SALARIO (WS-MAF-IDX) = "S"
               GO TO 2420-EXIT
           END-IF.
           COMPUTE WS-CTR-DIAS-LICENCA =
               WS-CTR-AFAST-FIM - WS-CTR-AFAST-INICIO + 1.
           MOVE WS-CTR-DIAS-LICENCA TO WS-CTR-DIAS-AFASTADO.
           MOVE "AFASTAMENTO" TO WS-CTR-CAUSA.
           IF WS-MAF-FGTS-DEVIDO (WS-MAF-IDX) = "S"
               COMPUTE WS-CTR-BASE-FGTS-AFAST ROUNDED =
                   WS-CTR-SALARIO-CONTRATO * WS-CTR-DIAS-LICENCA / 30
           END-IF.
       2420-EXIT.
           EXIT.

       2430-PROCURA-MOTIVO.
           IF WS-CTR-MOTIVO-AFASTAMENTO = WS-MAF-MOTIVO (WS-MAF-IDX)
               MOVE "S" TO WS-MOTIVO-ENCONTRADO
           END-IF.
       2430-EXIT.
           EXIT.

      *****************************************************************
      * 2500-APLICA-EVENTOS - FUNDE, EM PASSO COM O ARQUIVO            *
      *                       CLASSIFICADO, OS EVENTOS DO FUNCIONARIO  *
      *                       LIMITES DO SALARIO DO CADASTRO           *
      *****************************************************************
       2500-APLICA-EVENTOS.
           PERFORM 2400-APURA-DIAS-PAGAVEIS THRU 2400-EXIT.
           MOVE WS-SALARIO-BRUTO TO WS-SALARIO-BASE.
           MOVE ZEROS TO WS-EVT-PROVENTOS.
           MOVE ZEROS TO WS-EVT-DESCONTOS.
           MOVE WS-SALARIO-BASE TO WS-BASE-INSS.
           MOVE WS-SALARIO-BASE TO WS-BASE-IRRF.
           MOVE WS-SALARIO-BASE TO WS-BASE-FGTS.
           ADD WS-CTR-BASE-FGTS-AFAST TO WS-BASE-FGTS.
           PERFORM 2505-FUNDE-EVENTOS THRU 2505-EXIT
               UNTIL FIM-EVENTOS-ORD
                  OR EVT-CHAVE > WS-CHAVE-FUNCIONARIO.
           IF NOT REGISTRO-VALIDO
               GO TO 2500-EXIT
           END-IF.
           COMPUTE WS-BRUTO-COMPOSTO =
               WS-SALARIO-BASE + WS-EVT-PROVENTOS - WS-EVT-DESCONTOS.
           IF WS-BRUTO-COMPOSTO < ZEROS
           EXIT.

      *****************************************************************
      * 3000-CALCULA-DESCONTOS - APURA INSS E IR DO FUNCIONARIO E OS   *
      *                          ENCARGOS DO EMPREGADOR                *
      *****************************************************************
       3000-CALCULA-DESCONTOS.
           PERFORM 3100-CALCULA-INSS THRU 3100-EXIT.
           PERFORM 3200-CALCULA-IR THRU 3200-EXIT.
           PERFORM 3300-CALCULA-FGTS THRU 3300-EXIT.
           PERFORM 3400-CALCULA-ENCARGOS THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-CALCULA-ENCARGOS - APURA OS ENCARGOS PATRONAIS SOBRE A    *
      *                         BASE DE INSS DO FUNCIONARIO, SEM TETO: *
      *                         INSS PATRONAL, RAT AJUSTADO PELO FAP   *
      *                         E TERCEIROS, COM AS ALIQUOTAS DA       *
      *                         EMPRESA EM CURSO. SAO CUSTO DO         *
      *                         EMPREGADOR, SEM EFEITO NO LIQUIDO      *
      *****************************************************************
       3400-CALCULA-ENCARGOS.
           IF WS-BASE-INSS > ZEROS
               MOVE WS-BASE-INSS TO WS-BASE-ENCARGOS
           ELSE
               MOVE ZEROS TO WS-BASE-ENCARGOS
           END-IF.
           COMPUTE WS-INSS-PATRONAL ROUNDED =
               WS-BASE-ENCARGOS * WS-ALIQ-PATRONAL.
           COMPUTE WS-RAT-FAP ROUNDED =
               WS-BASE-ENCARGOS * WS-ALIQ-RAT-AJUSTADA.
           COMPUTE WS-TERCEIROS ROUNDED =
               WS-BASE-ENCARGOS * WS-ALIQ-TERCEIROS.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3500-CALCULA-SALARIO-LIQUIDO - APURA O LIQUIDO A PAGAR,        *
      *                                ABATENDO O ADIANTAMENTO         *
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2320-NOTA-PROPORCIONAL - APONTA NO RELATORIO DE EXCECOES O     *
      *                          SALARIO PAGO PROPORCIONAL AOS DIAS    *
      *                          DO MES, COM A CAUSA (AFASTAMENTO,     *
      *                          ADMISSAO OU DESLIGAMENTO), PARA       *
      *                          CONFERENCIA. COMO A NOTA DE           *
      *                          ADIANTAMENTO, NAO REJEITA O           *
      *                          FUNCIONARIO NEM ENTRA NA CONTAGEM     *
      *****************************************************************
       2320-NOTA-PROPORCIONAL.
           IF SALARIO-PROPORCIONAL
               MOVE WS-CTR-DIAS-PAGAVEIS TO WS-NPR-DIAS
               MOVE SPACES TO REG-EXCECAO
               MOVE WS-MATRICULA TO EXC-MATRICULA
               MOVE WS-CTR-CAUSA TO EXC-CAMPO
               MOVE WS-NOTA-PROPORCIONAL TO EXC-MOTIVO
               WRITE REG-EXCECAO
           END-IF.
       2320-EXIT.
           EXIT.

      *****************************************************************
      * 3600-APLICA-PENSAO - FUNDE, EM PASSO COM O ARQUIVO             *
      *                      CLASSIFICADO, OS DECRETOS DE PENSAO DO    *

      *****************************************************************
      * 5500-GRAVA-FGTS - EMITE O REGISTRO DO FUNCIONARIO NA GUIA      *
      *                   MENSAL DE FGTS E LANCA O DEPOSITO NA CONTA   *
      *                   VINCULADA                                    *
      *****************************************************************
       5500-GRAVA-FGTS.
           IF EXECUTAR-PREVIA
           MOVE WS-NOME      TO FGTS-NOME.
           MOVE WS-FGTS      TO FGTS-VALOR.
           WRITE REG-GUIA-FGTS.
           PERFORM 5505-GRAVA-CONTA-FGTS THRU 5505-EXIT.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * 5505-GRAVA-CONTA-FGTS - GRAVA A BASE E O DEPOSITO DO MES NA    *
      *                         CONTA VINCULADA DO EMPREGADO. O VALOR  *
      *                         E SUBSTITUIDO, NAO SOMADO, PARA QUE O  *
      *                         REINICIO E O REPROCESSAMENTO DA        *
      *                         COMPETENCIA NAO DUPLIQUEM O DEPOSITO;  *
      *                         OS DEPOSITOS DE FERIAS E DE 13 NA      *
      *                         MESMA COMPETENCIA SAO PRESERVADOS      *
      *****************************************************************
       5505-GRAVA-CONTA-FGTS.
           PERFORM 5506-LE-CONTA-FGTS THRU 5506-EXIT.
           MOVE WS-BASE-FGTS    TO CFG-BASE-MENSAL.
           MOVE WS-FGTS         TO CFG-DEPOSITO-MENSAL.
           MOVE WS-DATA-SISTEMA TO CFG-DATA-ATUALIZACAO.
           IF CONTA-FGTS-EXISTE
               REWRITE REG-CONTA-FGTS
           ELSE
               WRITE REG-CONTA-FGTS
           END-IF.
           IF WS-STATUS-CONTA-FGTS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO GRAVAR A CONTA "
                   "VINCULADA DO FGTS (ARQ-CONTA-FGTS), FILE STATUS "
                   WS-STATUS-CONTA-FGTS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       5505-EXIT.
           EXIT.

       5506-LE-CONTA-FGTS.
           MOVE "S"            TO WS-CONTA-FGTS-EXISTE.
           MOVE WS-EMPRESA     TO CFG-EMPRESA.
           MOVE WS-MATRICULA   TO CFG-MATRICULA.
           MOVE WS-COMPETENCIA TO CFG-COMPETENCIA.
           READ ARQ-CONTA-FGTS
               INVALID KEY
                   MOVE "N" TO WS-CONTA-FGTS-EXISTE
           END-READ.
           IF NOT CONTA-FGTS-EXISTE
               INITIALIZE REG-CONTA-FGTS
               MOVE WS-EMPRESA     TO CFG-EMPRESA
               MOVE WS-MATRICULA   TO CFG-MATRICULA
               MOVE WS-COMPETENCIA TO CFG-COMPETENCIA
           END-IF.
       5506-EXIT.
           EXIT.

      *****************************************************************
      * 5510-GRAVA-SEFIP-TRABALHADOR - EMITE O REGISTRO DE TRABALHADOR *
      *                                (TIPO 30) NA DECLARACAO SEFIP,  *
      *                                COM AS MESMAS BASES DE INSS E   *
      *                                DE FGTS APURADAS NO CALCULO DO  *
      *                                FUNCIONARIO E A MOVIMENTACAO DE *
      *                                AFASTAMENTO DA COMPETENCIA      *
      *****************************************************************
       5510-GRAVA-SEFIP-TRABALHADOR.
           IF EXECUTAR-PREVIA
           MOVE WS-BASE-INSS      TO SEF30-BASE-INSS.
           MOVE WS-BASE-FGTS      TO SEF30-BASE-FGTS.
           MOVE WS-FGTS           TO SEF30-DEPOSITO-FGTS.
           MOVE WS-CTR-COD-AFASTAMENTO    TO SEF30-COD-AFASTAMENTO.
           MOVE WS-CTR-DATA-AFAST-SEFIP   TO SEF30-DATA-AFASTAMENTO.
           MOVE WS-CTR-COD-RETORNO        TO SEF30-COD-RETORNO.
           MOVE WS-CTR-DATA-RETORNO-SEFIP TO SEF30-DATA-RETORNO.
           MOVE WS-CTR-BASE-FGTS-AFAST    TO SEF30-BASE-FGTS-AFAST.
           WRITE REG-SEFIP FROM REG-SEFIP-TRABALHADOR.
       5510-EXIT.
           EXIT.
           MOVE 1                  TO ACM-MESES-PROCESSADOS.
           MOVE WS-DESCONTO-INSS   TO ACM-TOTAL-INSS-ANO.
           MOVE WS-DEPENDENTES     TO ACM-DEPENDENTES.
           MOVE ZEROS              TO ACM-TOTAL-OUTROS-ANO.
           MOVE ZEROS              TO ACM-TOTAL-ISENTO-ANO.
           MOVE ZEROS              TO ACM-TOTAL-13-ANO.
           MOVE ZEROS              TO ACM-TOTAL-INSS-13-ANO.
           MOVE ZEROS              TO ACM-TOTAL-IR-13-ANO.
           MOVE WS-COMPETENCIA-ANO TO ACM-ANO-CALENDARIO.
           WRITE REG-ACUMULADO.
       5651-EXIT.
           EXIT.
           ADD 1                TO ACM-MESES-PROCESSADOS.
           ADD WS-DESCONTO-INSS TO ACM-TOTAL-INSS-ANO.
           MOVE WS-DEPENDENTES  TO ACM-DEPENDENTES.
           MOVE WS-COMPETENCIA-ANO TO ACM-ANO-CALENDARIO.
           REWRITE REG-ACUMULADO.
       5652-EXIT.
           EXIT.
      *                        EM PROCESSAMENTO, COM TUDO O QUE FOI    *
      *                        APURADO. UMA COMPETENCIA REPROCESSADA   *
      *                        APOS ESTORNO SOBREPOE O REGISTRO        *
      *                        ANTERIOR (REWRITE NA CHAVE DUPLICADA).  *
      *                        SALARIO PROPORCIONAL LEVA OS DIAS PAGOS *
      *                        NO EVENTO INFORMATIVO RESERVADO, SE     *
      *                        HOUVER LUGAR NO REGISTRO                *
      *****************************************************************
       5680-GRAVA-HISTORICO.
           IF EXECUTAR-PREVIA
           MOVE WS-EMPRESA         TO HST-EMPRESA.
           MOVE WS-MATRICULA       TO HST-MATRICULA.
           MOVE WS-COMPETENCIA     TO HST-COMPETENCIA.
           MOVE "M"                TO HST-TIPO-PAGAMENTO.
           MOVE WS-NOME            TO HST-NOME.
           MOVE "P"                TO HST-SITUACAO.
           MOVE WS-DEPENDENTES     TO HST-DEPENDENTES.
           PERFORM 5685-EVENTO-HISTORICO THRU 5685-EXIT
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-QTD-EVENTOS-FUNC.
           IF SALARIO-PROPORCIONAL AND WS-HST-IDX < 100
               ADD 1 TO WS-HST-IDX
               MOVE WS-RUB-DIAS-PAGOS TO HST-EVT-CODIGO (WS-HST-IDX)
               MOVE "I"               TO HST-EVT-TIPO (WS-HST-IDX)
               MOVE WS-CTR-DIAS-PAGAVEIS
                   TO HST-EVT-VALOR (WS-HST-IDX)
           END-IF.
           MOVE WS-HST-IDX TO HST-QTD-EVENTOS.
           WRITE REG-HISTORICO
               INVALID KEY
           MOVE WS-EMPRESA              TO HST-EMPRESA.
           MOVE WS-MATRICULA            TO HST-MATRICULA.
           MOVE WS-COMPETENCIA-ANTERIOR TO HST-COMPETENCIA.
           MOVE "M"                     TO HST-TIPO-PAGAMENTO.
           READ ARQ-HISTORICO
               INVALID KEY
                   PERFORM 5692-VARIACAO-NOVO THRU 5692-EXIT
                       "FUNCIONARIOS NAO AGRUPADO POR EMPRESA - "
                       "LOTE ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           ELSE
                   DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE "
                       "EMPRESAS (20) EXCEDIDA - LOTE ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-EMP-IDX TO WS-EMP-IDX-ATUAL.
           MOVE WS-EMPRESA TO WS-EMPRESA-ATUAL.
           PERFORM 7050-RESOLVE-ENCARGOS THRU 7050-EXIT.
           IF NOT FASE-REPLAY
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
               PERFORM 1200-GRAVA-CNAB-HEADER THRU 1200-EXIT
       7010-EXIT.
           EXIT.

      *****************************************************************
      * 7050-RESOLVE-ENCARGOS - RESOLVE AS ALIQUOTAS PATRONAIS DA      *
      *                         EMPRESA EM CURSO: PRIMEIRO O PADRAO    *
      *                         (EMPRESA 000), DEPOIS OS REGISTROS DA  *
      *                         PROPRIA EMPRESA, QUE PREVALECEM. O FAP *
      *                         SEM REGISTRO VALE 1,0000               *
      *****************************************************************
       7050-RESOLVE-ENCARGOS.
           MOVE ZEROS  TO WS-ALIQ-PATRONAL.
           MOVE ZEROS  TO WS-ALIQ-RAT.
           MOVE 1      TO WS-FATOR-FAP.
           MOVE ZEROS  TO WS-ALIQ-TERCEIROS.
           MOVE ZEROS  TO WS-EMPRESA-ENCARGO.
           PERFORM 7055-APLICA-ENCARGO THRU 7055-EXIT
               VARYING WS-ENC-IDX FROM 1 BY 1
               UNTIL WS-ENC-IDX > WS-QTD-ENCARGOS.
           MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-ENCARGO.
           PERFORM 7055-APLICA-ENCARGO THRU 7055-EXIT
               VARYING WS-ENC-IDX FROM 1 BY 1
               UNTIL WS-ENC-IDX > WS-QTD-ENCARGOS.
           COMPUTE WS-ALIQ-RAT-AJUSTADA = WS-ALIQ-RAT * WS-FATOR-FAP.
       7050-EXIT.
           EXIT.

       7055-APLICA-ENCARGO.
           IF WS-ENC-EMPRESA (WS-ENC-IDX) NOT = WS-EMPRESA-ENCARGO
               GO TO 7055-EXIT
           END-IF.
           EVALUATE WS-ENC-TIPO (WS-ENC-IDX)
               WHEN "P"
                   MOVE WS-ENC-ALIQUOTA (WS-ENC-IDX)
                       TO WS-ALIQ-PATRONAL
               WHEN "A"
                   MOVE WS-ENC-ALIQUOTA (WS-ENC-IDX) TO WS-ALIQ-RAT
               WHEN "F"
                   MOVE WS-ENC-ALIQUOTA (WS-ENC-IDX) TO WS-FATOR-FAP
               WHEN "T"
                   MOVE WS-ENC-ALIQUOTA (WS-ENC-IDX)
                       TO WS-ALIQ-TERCEIROS
           END-EVALUATE.
       7055-EXIT.
           EXIT.

      *****************************************************************
      * 7100-FECHA-EMPRESA - ENCERRA A EMPRESA EM CURSO: TOTAIS DA     *
      *                      EMPRESA NO RELATORIO DE FOLHA E NA GUIA   *
      *                      DE FGTS, TRAILER DO LOTE CNAB, TOTAIS DO  *
      *                      EMPREGADOR NA SEFIP E GUIAS GPS/DARF DA   *
      *                      EMPRESA. NO REINICIO SO MARCA O           *
      *                      ENCERRAMENTO, SEM GRAVACOES (AS QUEBRAS   *
      *                      JA FORAM EMITIDAS NA EXECUCAO ANTERIOR)   *
                   TO SEF90-TOTAL-BASE-INSS
               MOVE WS-EMP-FGTS (WS-EMP-IDX-ATUAL)
                   TO SEF90-TOTAL-DEPOSITO-FGTS
               MOVE WS-EMP-PATRONAL (WS-EMP-IDX-ATUAL)
                   TO SEF90-TOTAL-INSS-PATRONAL
               MOVE WS-EMP-RAT (WS-EMP-IDX-ATUAL)
                   TO SEF90-TOTAL-RAT
               MOVE WS-EMP-TERCEIROS (WS-EMP-IDX-ATUAL)
                   TO SEF90-TOTAL-TERCEIROS
               MOVE WS-ALIQ-RAT  TO SEF90-ALIQ-RAT
               MOVE WS-FATOR-FAP TO SEF90-FATOR-FAP
               WRITE REG-SEFIP FROM REG-SEFIP-TOTAIS
           END-IF.

           IF NOT EXECUTAR-PREVIA
               PERFORM 7200-EMITE-GUIA-GPS THRU 7200-EXIT
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 7200-EMITE-GUIA-GPS - EMITE A PAGINA DE GUIAS DA EMPRESA EM    *
      *                       CURSO: GPS (CODIGO 2100) COM A           *
      *                       CONTRIBUICAO DOS SEGURADOS RETIDA, O     *
      *                       INSS PATRONAL, O RAT AJUSTADO PELO FAP   *
      *                       E OS TERCEIROS, E DARF (CODIGO 0561) DO  *
      *                       IRRF RETIDO. A PAGINA E A ORDEM DA       *
      *                       EMPRESA NO LOTE                          *
      *****************************************************************
       7200-EMITE-GUIA-GPS.
           MOVE SPACES TO REG-GPS-CAB.
           MOVE WS-EMP-CODIGO (WS-EMP-IDX-ATUAL) TO WS-EMPRESA-CAB-COD.
           MOVE WS-EMPRESA-CABECALHO   TO GPSC-EMPRESA.
           MOVE WS-COMPETENCIA-EDICAO  TO WS-GPS-TIT-COMPET.
           MOVE WS-GPS-TITULO          TO GPSC-TITULO.
           MOVE "DATA DE EMISSAO:"     TO GPSC-DATA-LIT.
           MOVE WS-DATA-SISTEMA-EDICAO TO GPSC-DATA.
           MOVE "PAG.: "               TO GPSC-PAGINA-LIT.
           MOVE WS-EMP-IDX-ATUAL       TO GPSC-PAGINA.
           WRITE REG-GPS-CAB.
           MOVE SPACES TO REG-GPS-LINHA.
           WRITE REG-GPS-LINHA.
           WRITE REG-GPS-LINHA FROM WS-GPS-COLUNAS.
           MOVE SPACES TO REG-GPS-LINHA.
           WRITE REG-GPS-LINHA.

           MOVE SPACES TO REG-GPS-DET.
           MOVE "GPS"  TO GPSD-GUIA.
           MOVE "2100" TO GPSD-CODIGO.
           MOVE "CONTRIBUICAO DOS SEGURADOS (RETIDA)"
               TO GPSD-DESCRICAO.
           MOVE WS-EMP-BASE-INSS (WS-EMP-IDX-ATUAL) TO GPSD-BASE.
           MOVE WS-EMP-INSS (WS-EMP-IDX-ATUAL)      TO GPSD-VALOR.
           WRITE REG-GPS-DET.

           MOVE SPACES TO REG-GPS-DET.
           MOVE "GPS"  TO GPSD-GUIA.
           MOVE "2100" TO GPSD-CODIGO.
           MOVE "CONTRIBUICAO PATRONAL" TO GPSD-DESCRICAO.
           MOVE WS-EMP-BASE-INSS (WS-EMP-IDX-ATUAL) TO GPSD-BASE.
           COMPUTE WS-GPS-ALIQ-PERC = WS-ALIQ-PATRONAL * 100.
           MOVE WS-GPS-ALIQ-PERC TO GPSD-ALIQUOTA.
           MOVE WS-EMP-PATRONAL (WS-EMP-IDX-ATUAL)  TO GPSD-VALOR.
           WRITE REG-GPS-DET.

           MOVE SPACES TO REG-GPS-DET.
           MOVE "GPS"  TO GPSD-GUIA.
           MOVE "2100" TO GPSD-CODIGO.
           MOVE "RAT AJUSTADO PELO FAP" TO GPSD-DESCRICAO.
           MOVE WS-EMP-BASE-INSS (WS-EMP-IDX-ATUAL) TO GPSD-BASE.
           COMPUTE WS-GPS-ALIQ-PERC ROUNDED =
               WS-ALIQ-RAT-AJUSTADA * 100.
           MOVE WS-GPS-ALIQ-PERC TO GPSD-ALIQUOTA.
           MOVE WS-EMP-RAT (WS-EMP-IDX-ATUAL)       TO GPSD-VALOR.
           WRITE REG-GPS-DET.

           MOVE SPACES TO REG-GPS-DET.
           MOVE "GPS"  TO GPSD-GUIA.
           MOVE "2100" TO GPSD-CODIGO.
           MOVE "OUTRAS ENTIDADES (TERCEIROS)" TO GPSD-DESCRICAO.
           MOVE WS-EMP-BASE-INSS (WS-EMP-IDX-ATUAL) TO GPSD-BASE.
           COMPUTE WS-GPS-ALIQ-PERC = WS-ALIQ-TERCEIROS * 100.
           MOVE WS-GPS-ALIQ-PERC TO GPSD-ALIQUOTA.
           MOVE WS-EMP-TERCEIROS (WS-EMP-IDX-ATUAL) TO GPSD-VALOR.
           WRITE REG-GPS-DET.

           COMPUTE WS-GPS-TOTAL-GUIA =
               WS-EMP-INSS (WS-EMP-IDX-ATUAL)
               + WS-EMP-PATRONAL (WS-EMP-IDX-ATUAL)
               + WS-EMP-RAT (WS-EMP-IDX-ATUAL)
               + WS-EMP-TERCEIROS (WS-EMP-IDX-ATUAL).
           MOVE SPACES TO REG-GPS-DET.
           MOVE "GPS"  TO GPSD-GUIA.
           MOVE "2100" TO GPSD-CODIGO.
           MOVE "TOTAL DA GPS" TO GPSD-DESCRICAO.
           MOVE WS-GPS-TOTAL-GUIA TO GPSD-VALOR.
           WRITE REG-GPS-DET.

           MOVE SPACES TO REG-GPS-LINHA.
           WRITE REG-GPS-LINHA.
           MOVE SPACES TO REG-GPS-DET.
           MOVE "DARF" TO GPSD-GUIA.
           MOVE "0561" TO GPSD-CODIGO.
           MOVE "IRRF - RENDIMENTOS DO TRABALHO ASSALARIADO"
               TO GPSD-DESCRICAO.
           MOVE WS-EMP-IR (WS-EMP-IDX-ATUAL) TO GPSD-VALOR.
           WRITE REG-GPS-DET.
           MOVE SPACES TO REG-GPS-LINHA.
           WRITE REG-GPS-LINHA.
       7200-EXIT.
           EXIT.

      *****************************************************************
      * 5750-ACUMULA-CENTRO-CUSTO - GRAVA O REGISTRO DE TRABALHO DO    *
      *                             CENTRO DE CUSTO DO FUNCIONARIO     *
                   TO WS-CCS-ADIANTAMENTO
               MOVE WS-PENSAO-FUNCIONARIO TO WS-CCS-PENSAO
               MOVE WS-CONSIGNADO-FUNCIONARIO TO WS-CCS-CONSIGNADO
               MOVE WS-INSS-PATRONAL  TO WS-CCS-PATRONAL
               MOVE WS-RAT-FAP        TO WS-CCS-RAT
               MOVE WS-TERCEIROS      TO WS-CCS-TERCEIROS
               WRITE REG-CC-WORK FROM WS-CC-SAIDA
           END-IF.
           ADD 1                  TO WS-EMP-QTD (WS-EMP-IDX-ATUAL).
               TO WS-EMP-QTD-CONSIG (WS-EMP-IDX-ATUAL).
           ADD WS-BASE-INSS
               TO WS-EMP-BASE-INSS (WS-EMP-IDX-ATUAL).
           ADD WS-INSS-PATRONAL
               TO WS-EMP-PATRONAL (WS-EMP-IDX-ATUAL).
           ADD WS-RAT-FAP         TO WS-EMP-RAT (WS-EMP-IDX-ATUAL).
           ADD WS-TERCEIROS
               TO WS-EMP-TERCEIROS (WS-EMP-IDX-ATUAL).
       5750-EXIT.
           EXIT.

               MOVE "TOTAL DO LOTE DE FGTS" TO GFTT-LITERAL
               MOVE WS-TOTAL-FGTS TO GFTT-VALOR-TOTAL
               WRITE REG-GUIA-FGTS-TOTAL
               PERFORM 9150-TOTAL-GUIA-GPS THRU 9150-EXIT
           END-IF.

           PERFORM 6000-GRAVA-CHECKPOINT THRU 6000-EXIT.
               CLOSE ARQ-CHECKPOINT
               CLOSE ARQ-SEFIP
               CLOSE ARQ-GUIA-FGTS
               CLOSE ARQ-GUIA-GPS
           END-IF.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-CONTRACHEQUE.
           CLOSE ARQ-VARIACAO.
           CLOSE ARQ-ACUMULADO.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-CONTA-FGTS.
           IF NOT SEM-EMPRESTIMOS
               CLOSE ARQ-EMPRESTIMO
           END-IF.
                   "CONTROLE (ARQ-CONTROLE), FILE STATUS "
                   WS-STATUS-CONTROLE
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 9105-CARREGA-CONTROLE THRU 9105-EXIT
                           "TOTAIS DE CONTROLE (20) EXCEDIDA - LOTE "
                           "ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                       STOP RUN
                   END-IF
           END-READ.
       9125-EXIT.
           EXIT.

      *****************************************************************
      * 9150-TOTAL-GUIA-GPS - TOTAL DO LOTE NAS GUIAS GPS/DARF, SOMADO *
      *                       DA TABELA DE EMPRESAS (NO REINICIO A     *
      *                       TABELA E RECONSTITUIDA, LOGO O TOTAL     *
      *                       COBRE O LOTE INTEIRO)                    *
      *****************************************************************
       9150-TOTAL-GUIA-GPS.
           MOVE ZEROS TO WS-LOTE-GPS.
           MOVE ZEROS TO WS-LOTE-DARF.
           PERFORM 9155-SOMA-GUIA-GPS THRU 9155-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-QTD-EMPRESAS.
           MOVE SPACES TO REG-GPS-DET.
           MOVE "LOTE" TO GPSD-GUIA.
           MOVE "2100" TO GPSD-CODIGO.
           MOVE "TOTAL DO LOTE - GPS" TO GPSD-DESCRICAO.
           MOVE WS-LOTE-GPS TO GPSD-VALOR.
           WRITE REG-GPS-DET.
           MOVE SPACES TO REG-GPS-DET.
           MOVE "LOTE" TO GPSD-GUIA.
           MOVE "0561" TO GPSD-CODIGO.
           MOVE "TOTAL DO LOTE - DARF" TO GPSD-DESCRICAO.
           MOVE WS-LOTE-DARF TO GPSD-VALOR.
           WRITE REG-GPS-DET.
       9150-EXIT.
           EXIT.

       9155-SOMA-GUIA-GPS.
           ADD WS-EMP-INSS (WS-EMP-IDX)      TO WS-LOTE-GPS.
           ADD WS-EMP-PATRONAL (WS-EMP-IDX)  TO WS-LOTE-GPS.
           ADD WS-EMP-RAT (WS-EMP-IDX)       TO WS-LOTE-GPS.
           ADD WS-EMP-TERCEIROS (WS-EMP-IDX) TO WS-LOTE-GPS.
           ADD WS-EMP-IR (WS-EMP-IDX)        TO WS-LOTE-DARF.
       9155-EXIT.
           EXIT.

      *****************************************************************
      * 9450-ORDENA-CENTROS - FECHA O ARQUIVO DE TRABALHO DOS CENTROS  *
      *                       DE CUSTO E O CLASSIFICA POR CENTRO       *
                   "CUSTO CLASSIFICADOS (ARQ-CC-ORD), FILE STATUS "
                   WS-STATUS-CC-ORD
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-CC-ORD.
           ADD CCO-ADIANTAMENTO TO WS-CTC-ADIANTAMENTO.
           ADD CCO-PENSAO       TO WS-CTC-PENSAO.
           ADD CCO-CONSIGNADO   TO WS-CTC-CONSIGNADO.
           ADD CCO-PATRONAL     TO WS-CTC-PATRONAL.
           ADD CCO-RAT          TO WS-CTC-RAT.
           ADD CCO-TERCEIROS    TO WS-CTC-TERCEIROS.
       9509-EXIT.
           EXIT.

      *                          IRRF RETIDO, DO FGTS A RECOLHER, DOS  *
      *                          ADIANTAMENTOS BAIXADOS, DAS PENSOES,  *
      *                          DOS CONSIGNADOS E DOS SALARIOS A      *
      *                          PAGAR (LIQUIDO); E OS ENCARGOS        *
      *                          PATRONAIS (INSS PATRONAL, RAT/FAP E   *
      *                          TERCEIROS) EM DEBITO DE DESPESA E     *
      *                          CREDITO DA OBRIGACAO A RECOLHER.      *
      *                          DEBITOS E CREDITOS FECHAM POR         *
      *                          CONSTRUCAO                            *
      *****************************************************************
       9400-GRAVA-LANCAMENTOS.
      *    NA SIMULACAO A INTERFACE CONTABIL NAO E GERADA: O
      *    REGISTRO NAO TEM MARCA QUE IMPECA A CARGA NO RAZAO.
      *    A INTERFACE E ESTENDIDA (E NAO RECRIADA) PORQUE FERIAS,
      *    13 SALARIO E RESCISAO GRAVAM NELA ENTRE UMA FOLHA E
      *    OUTRA; A CARGA NO RAZAO E QUE ESVAZIA O ARQUIVO.
           IF EXECUTAR-PREVIA
               GO TO 9400-EXIT
           END-IF.
           OPEN EXTEND ARQ-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
           END-IF.
           IF WS-STATUS-LANCAMENTOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR A INTERFACE DE "
                   "LANCAMENTOS (ARQ-LANCAMENTOS), FILE STATUS "
                   WS-STATUS-LANCAMENTOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-LANCAMENTO.
           OPEN INPUT ARQ-CC-ORD.
           IF WS-STATUS-CC-ORD NOT = "00"
                   "CUSTO CLASSIFICADOS (ARQ-CC-ORD), FILE STATUS "
                   WS-STATUS-CC-ORD
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-CC-ORD.
           MOVE "SALARIOS A PAGAR" TO LAN-CONTA.
           MOVE WS-CTC-LIQUIDO TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.

           MOVE "D" TO LAN-TIPO.
           MOVE "DESPESA INSS PATRONAL" TO LAN-CONTA.
           MOVE WS-CTC-PATRONAL TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "INSS PATRONAL A RECOLHER" TO LAN-CONTA.
           MOVE WS-CTC-PATRONAL TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.

           MOVE "D" TO LAN-TIPO.
           MOVE "DESPESA RAT/FAP" TO LAN-CONTA.
           MOVE WS-CTC-RAT TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "RAT/FAP A RECOLHER" TO LAN-CONTA.
           MOVE WS-CTC-RAT TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.

           MOVE "D" TO LAN-TIPO.
           MOVE "DESPESA TERCEIROS" TO LAN-CONTA.
           MOVE WS-CTC-TERCEIROS TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "TERCEIROS A RECOLHER" TO LAN-CONTA.
           MOVE WS-CTC-TERCEIROS TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.
       9420-EXIT.
           EXIT.

                   "PENSOES (ARQ-PEN-ANEX), FILE STATUS "
                   WS-STATUS-PEN-ANEX
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 9710-LINHA-PENSAO THRU 9710-EXIT
       9710-EXIT.
           EXIT.

      *****************************************************************
      * 9800-REGISTRA-FIM - GRAVA NO LOG DE EXECUCAO O REGISTRO DE FIM *
      *                     DO PROGRAMA, COM AS QUANTIDADES E O        *
      *                     RETURN-CODE. EXECUTADO NO ENCERRAMENTO     *
      *                     NORMAL E ANTES DE CADA ENCERRAMENTO POR    *
      *                     ERRO FATAL                                 *
      *****************************************************************
       9800-REGISTRA-FIM.
           IF EXECUTAR-ESTORNO
               COMPUTE WS-LOG-QTD-LIDOS = WS-CONTADOR
                                        + WS-CONTADOR-EXCECOES
           ELSE
               MOVE WS-REGISTROS-LIDOS TO WS-LOG-QTD-LIDOS
           END-IF.
           MOVE WS-CONTADOR           TO WS-LOG-QTD-GRAVADOS.
           MOVE WS-CONTADOR-EXCECOES  TO WS-LOG-QTD-REJEITADOS.
           ACCEPT WS-LOG-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SIS-HHMMSS TO WS-LOG-HORA-FIM.
           IF WS-LOG-DATA-INICIO = ZEROS
               MOVE WS-LOG-DATA-FIM TO WS-LOG-DATA-INICIO
               MOVE WS-LOG-HORA-FIM TO WS-LOG-HORA-INICIO
           END-IF.
           MOVE "F" TO WS-LOG-TIPO-REGISTRO.
           PERFORM 9820-GRAVA-LOG THRU 9820-EXIT.
       9800-EXIT.
           EXIT.

      *****************************************************************
      * 9820-GRAVA-LOG - ACRESCENTA UM REGISTRO AO LOG DE EXECUCAO,    *
      *                  CRIANDO O ARQUIVO NA PRIMEIRA GRAVACAO. SEM O *
      *                  REGISTRO DE INICIO O PROGRAMA NAO RODA; A     *
      *                  FALHA NO DE FIM SO E AVISADA, PARA NAO        *
      *                  ENCOBRIR O RESULTADO DA EXECUCAO              *
      *****************************************************************
       9820-GRAVA-LOG.
           PERFORM 0810-IDENTIFICA-EXECUCAO THRU 0810-EXIT.
           OPEN EXTEND ARQ-LOG-EXECUCAO.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG-EXECUCAO
           END-IF.
           IF WS-STATUS-LOG NOT = "00"
               IF WS-LOG-TIPO-REGISTRO = "I"
                   DISPLAY "ERRO FATAL - FALHA AO ABRIR O LOG DE "
                       "EXECUCAO (ARQ-LOG-EXECUCAO), FILE STATUS "
                       WS-STATUS-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ADVERTENCIA - FIM DA EXECUCAO NAO REGISTRADO "
                   "NO LOG (ARQ-LOG-EXECUCAO), FILE STATUS "
                   WS-STATUS-LOG
               GO TO 9820-EXIT
           END-IF.
           MOVE SPACES                TO REG-LOG-EXECUCAO.
           MOVE "CALCSAL"             TO LOG-PROGRAMA.
           MOVE WS-LOG-TIPO-REGISTRO  TO LOG-TIPO-REGISTRO.
           MOVE WS-LOG-COMPETENCIA    TO LOG-COMPETENCIA.
           MOVE WS-LOG-PARAMETROS     TO LOG-PARAMETROS.
           MOVE WS-LOG-MODO           TO LOG-MODO.
           MOVE WS-LOG-REMESSA        TO LOG-REMESSA.
           MOVE WS-LOG-DATA-INICIO    TO LOG-DATA-INICIO.
           MOVE WS-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           MOVE WS-LOG-DATA-FIM       TO LOG-DATA-FIM.
           MOVE WS-LOG-HORA-FIM       TO LOG-HORA-FIM.
           MOVE WS-LOG-QTD-LIDOS      TO LOG-QTD-LIDOS.
           MOVE WS-LOG-QTD-GRAVADOS   TO LOG-QTD-GRAVADOS.
           MOVE WS-LOG-QTD-REJEITADOS TO LOG-QTD-REJEITADOS.
           IF WS-LOG-TIPO-REGISTRO = "F"
               MOVE RETURN-CODE       TO LOG-RETURN-CODE
           ELSE
               MOVE ZEROS             TO LOG-RETURN-CODE
           END-IF.
           WRITE REG-LOG-EXECUCAO.
           CLOSE ARQ-LOG-EXECUCAO.
       9820-EXIT.
           EXIT.

      *****************************************************************
      * 9850-DRENA-PENSOES - CONSOME O RESTO DO ARQUIVO CLASSIFICADO   *
      *                      DE PENSOES APOS O FIM DO MESTRE: TUDO O   *
                   "PRESENCA (ARQ-PRESENCA), FILE STATUS "
                   WS-STATUS-PRESENCA
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 9655-LER-PRESENCA THRU 9655-EXIT.
           MOVE ZEROS TO HST-EMPRESA.
           MOVE ZEROS TO HST-MATRICULA.
           MOVE ZEROS TO HST-COMPETENCIA.
           MOVE LOW-VALUES TO HST-TIPO-PAGAMENTO.
           START ARQ-HISTORICO KEY NOT < HST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-VARREDURA
                   MOVE "S" TO WS-EOF-VARREDURA
               NOT AT END
                   IF HST-COMPETENCIA = WS-COMPETENCIA-ANTERIOR
                           AND HST-PAGTO-MENSAL
                           AND HST-SITUACAO = "P"
                       PERFORM 9670-CONFERE-PRESENCA THRU 9670-EXIT
                   END-IF
                   "TRABALHO DE CONSIGNADOS (ARQ-CONSIG-WORK), FILE "
                   "STATUS " WS-STATUS-CONSIG-WORK
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 9910-APLICA-BAIXA THRU 9910-EXIT
                   "COMPETENCIAS (ARQ-COMPETENCIA), FILE STATUS "
                   WS-STATUS-COMPETENCIA
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-COMPETENCIA.
           PERFORM 1500-ABRE-ACUMULADO THRU 1500-EXIT.
           PERFORM 1550-ABRE-HISTORICO THRU 1550-EXIT.
           PERFORM 1560-ABRE-EMPRESTIMOS THRU 1560-EXIT.
           PERFORM 1590-ABRE-CONTA-FGTS THRU 1590-EXIT.
           OPEN OUTPUT ARQ-CNAB.
           OPEN OUTPUT ARQ-EXCECOES.
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-ACUMULADO.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-CONTA-FGTS.
           IF NOT SEM-EMPRESTIMOS
               CLOSE ARQ-EMPRESTIMO
           END-IF.
               PERFORM 3000-CALCULA-DESCONTOS THRU 3000-EXIT
               PERFORM 3500-CALCULA-SALARIO-LIQUIDO THRU 3500-EXIT
               PERFORM 2310-NOTA-ADIANTAMENTO THRU 2310-EXIT
               PERFORM 2320-NOTA-PROPORCIONAL THRU 2320-EXIT
               PERFORM 3600-APLICA-PENSAO THRU 3600-EXIT
               PERFORM 3700-DESCONTA-CONSIGNADO THRU 3700-EXIT
               PERFORM 8200-ESTORNA-ACUMULADO THRU 8200-EXIT
               PERFORM 8300-ESTORNA-HISTORICO THRU 8300-EXIT
               PERFORM 8350-ESTORNA-CONTA-FGTS THRU 8350-EXIT
               PERFORM 5600-GRAVA-CNAB THRU 5600-EXIT
               PERFORM 5610-GRAVA-CNAB-PENSAO THRU 5610-EXIT
               PERFORM 5630-GRAVA-CNAB-CONSIGNADO THRU 5630-EXIT
           MOVE WS-EMPRESA     TO HST-EMPRESA.
           MOVE WS-MATRICULA   TO HST-MATRICULA.
           MOVE WS-COMPETENCIA TO HST-COMPETENCIA.
           MOVE "M"            TO HST-TIPO-PAGAMENTO.
           READ ARQ-HISTORICO
               INVALID KEY
                   CONTINUE
       8300-EXIT.
           EXIT.

      *****************************************************************
      * 8350-ESTORNA-CONTA-FGTS - ZERA NA CONTA VINCULADA O DEPOSITO   *
      *                           MENSAL DA COMPETENCIA ESTORNADA. OS  *
      *                           DEPOSITOS DE FERIAS E DE 13 NA       *
      *                           MESMA COMPETENCIA NAO SAO AFETADOS   *
      *****************************************************************
       8350-ESTORNA-CONTA-FGTS.
           PERFORM 5506-LE-CONTA-FGTS THRU 5506-EXIT.
           IF NOT CONTA-FGTS-EXISTE
               GO TO 8350-EXIT
           END-IF.
           MOVE ZEROS           TO CFG-BASE-MENSAL.
           MOVE ZEROS           TO CFG-DEPOSITO-MENSAL.
           MOVE WS-DATA-SISTEMA TO CFG-DATA-ATUALIZACAO.
           REWRITE REG-CONTA-FGTS.
       8350-EXIT.
           EXIT.

      *****************************************************************
      * 9110-COMPARA-TOTAIS - CONFRONTA OS TOTAIS DA EMPRESA APONTADA  *
      *                       POR WS-EMP-IDX COM OS TOTAIS DE          *
