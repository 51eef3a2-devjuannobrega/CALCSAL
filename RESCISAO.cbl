      *            INDENIZATORIAS ISENTAS. EMITE O TERMO DE RESCISAO  *
      *            (ARQ-TERMO, BLOCO DE 80 POSICOES COMO O            *
      *            CONTRACHEQUE DO CALCSAL) E O DETALHE DO LIQUIDO    *
      *            NA REMESSA CNAB PROPRIA (ARQ-CNAB-RES). A          *
      *            RESCISAO PAGA E GRAVADA NOS MESTRES COMPARTILHADOS *
      *            DA FOLHA: ACUMULADO DO ANO, HISTORICO (TIPO "R")   *
      *            E INTERFACE DE LANCAMENTOS.                        *
      *                                                               *
      * A MULTA DE 40% DO FGTS E APURADA SOBRE O SALDO DA CONTA       *
      * VINCULADA (ARQ-CONTA-FGTS) - O SALDO DE ABERTURA, QUANDO HA,  *
      * MAIS TODOS OS DEPOSITOS DE FOLHA, FERIAS E 13 SALARIO DESDE A *
      * COMPETENCIA DA ADMISSAO ATE A DO DESLIGAMENTO - ACRESCIDO DO  *
      * FGTS DAS VERBAS DA PROPRIA RESCISAO (SALDO DE SALARIO, AVISO  *
      * E 13 PROPORCIONAL), QUE E DEPOSITADO NA CONTA E LANCADO NA    *
      * INTERFACE CONTABIL.                                           *
      *                                                               *
      * PARAMETROS DE LINHA DE COMANDO: EMPRESA (3 DIGITOS),          *
      * MATRICULA (6 DIGITOS), DATA DO DESLIGAMENTO (AAAAMMDD) E A    *
      *                   ARQ-TRIBUTOS (TABTRIB), SELECIONANDO A      *
      *                   VIGENCIA PELA COMPETENCIA DA DATA DO        *
      *                   DESLIGAMENTO.                               *
      * 2026-10-15 SFP    A RESCISAO PAGA PASSA A ALIMENTAR OS         *
      *                   MESTRES COMPARTILHADOS DA FOLHA: NO          *
      *                   ACUMULADO DO ANO O SALDO DE SALARIO SOMA NOS *
      *                   OUTROS RENDIMENTOS TRIBUTAVEIS, AS VERBAS    *
      *                   INDENIZATORIAS NOS ISENTOS E O 13            *
      *                   PROPORCIONAL, COM O SEU INSS E IRRF, NOS     *
      *                   TOTAIS PROPRIOS DO 13 (TRIBUTACAO            *
      *                   EXCLUSIVA); O PAGAMENTO E GRAVADO NO         *
      *                   HISTORICO COM O TIPO "R" NA COMPETENCIA DO   *
      *                   DESLIGAMENTO, COM AS VERBAS EM RUBRICAS      *
      *                   RESERVADAS (FONTE DA SEGUNDA VIA DO TERMO NO *
      *                   SEGVIA); E OS LANCAMENTOS DA DESPESA, DAS    *
      *                   RETENCOES E DA RESCISAO A PAGAR SAO          *
      *                   ACRESCENTADOS A INTERFACE CONTABIL, NO       *
      *                   CENTRO DE CUSTO DO FUNCIONARIO.              *
      * 2026-10-15 SFP    DESLIGAMENTO ANTES DA PRIMEIRA FOLHA DO ANO  *
      *                   (ACUMULADO REABERTO PELO ENCANUAL, SEM MESES *
      *                   PROCESSADOS) TOMA A MEDIA MENSAL DO ANO      *
      *                   ANTERIOR NO ARQUIVO ANUAL DE ACUMULADOS      *
      *                   (ARQ-ACUM-ANUAL); DESLIGAMENTO DE ANO JA     *
      *                   ENCERRADO NO ACUMULADO E REJEITADO.          *
      * 2026-10-15 SFP    A MULTA DE 40% DO FGTS DEIXA DE USAR O BRUTO *
      *                   DO ANO E PASSA A SER APURADA SOBRE O SALDO   *
      *                   DA CONTA VINCULADA (ARQ-CONTA-FGTS) DESDE A  *
      *                   COMPETENCIA DA ADMISSAO (CAD-DATA-ADMISSAO). *
      * 2026-10-15 SFP    O ARQUIVO DE TRIBUTOS PASSA A TRAZER AS      *
      *                   ALIQUOTAS PATRONAIS DO CALCSAL (TIPOS "P",   *
      *                   "A", "F" E "T", COM A EMPRESA); ESTES        *
      *                   REGISTROS SAO IGNORADOS NESTE PROGRAMA.      *
      * 2026-10-15 SFP    ACOMPANHA O LEIAUTE DO MESTRE DE            *
      *                   FUNCIONARIOS, QUE PASSA A TRAZER O MOTIVO E *
      *                   AS DATAS DO AFASTAMENTO NO LUGAR DO FILLER, *
      *                   SEM ALTERACAO DO CALCULO.                   *
      * 2026-10-15 SFP    REGISTRA O INICIO E O FIM DE CADA EXECUCAO  *
      *                   NO LOG DO LOTE DA FOLHA (ARQ-LOG-EXECUCAO), *
      *                   COM PARAMETROS, QUANTIDADES E RETURN-CODE,  *
      *                   BASE DO CONTROLE DE PRE-REQUISITOS E DO     *
      *                   RESUMO DIARIO DE OPERACOES.                 *
      * 2026-10-15 SFP    DESLIGAMENTO NO ANO QUE O ENCANUAL ACABOU   *
      *                   DE ENCERRAR PASSA A SER PAGO, COM MEDIA E   *
      *                   AVOS DO ANO ENCERRADO NO ARQUIVO ANUAL      *
      *                   (ARQ-ACUM-ANUAL). O FGTS DAS VERBAS DA      *
      *                   RESCISAO PASSA A SER DEPOSITADO NA CONTA    *
      *                   VINCULADA, GRAVADO NO HISTORICO, LANCADO NA *
      *                   INTERFACE CONTABIL E SOMADO A BASE DA MULTA *
      *                   DE 40%; A CONTA ACEITA SALDO DE ABERTURA    *
      *                   (COMPETENCIA 000000) E, SEM ELE, CONTA SEM  *
      *                   DEPOSITO DESDE A ADMISSAO VAI PARA AS       *
      *                   EXCECOES.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-CHAVE
               FILE STATUS IS WS-STATUS-ACUMULADO.
           SELECT ARQ-ACUM-ANUAL ASSIGN TO "ACUMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACH-CHAVE
               FILE STATUS IS WS-STATUS-ACUM-ANUAL.
           SELECT ARQ-TERMO ASSIGN TO "TERMRESC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CNAB-RES ASSIGN TO "CNABRES"
           SELECT ARQ-TRIBUTOS ASSIGN TO "TABTRIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRIBUTOS.
           SELECT ARQ-HISTORICO ASSIGN TO "HISTORIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-STATUS-HISTORICO.
           SELECT ARQ-CONTA-FGTS ASSIGN TO "CONTFGTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFG-CHAVE
               FILE STATUS IS WS-STATUS-CONTA-FGTS.
           SELECT ARQ-LANCAMENTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.
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
      * ARQ-ACUMULADO - MESTRE DE TOTAIS ACUMULADOS NO ANO POR         *
      * MATRICULA, MANTIDO PELO CALCSAL. AQUI E LIDO PARA A MEDIA      *
      * MENSAL E OS AVOS DO ANO E ATUALIZADO COM A RESCISAO PAGA. O    *
      * LEIAUTE DEVE SER MANTIDO IDENTICO AO DO CALCSAL.               *
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
      * ARQ-ACUM-ANUAL - ARQUIVO DOS ACUMULADOS DOS ANOS ENCERRADOS,   *
      * GRAVADO PELO ENCANUAL E CHAVEADO POR ANO + EMPRESA +           *
      * MATRICULA. AQUI E LIDO PARA A MEDIA MENSAL DO ANO ANTERIOR     *
      * QUANDO O ACUMULADO DO ANO AINDA NAO TEM MESES PROCESSADOS. O   *
      * LEIAUTE DEVE SER MANTIDO IDENTICO AO DO ENCANUAL.              *
      *****************************************************************
       FD  ARQ-ACUM-ANUAL
           RECORD CONTAINS 154 CHARACTERS.
       01  REG-ACUM-ANUAL.
           05  ACH-CHAVE.
               10  ACH-ANO                PIC 9(04).
               10  ACH-EMPRESA            PIC 9(03).
               10  ACH-MATRICULA          PIC 9(06).
           05  ACH-NOME                   PIC X(30).
           05  ACH-TOTAL-BRUTO-ANO        PIC 9(09)V99.
           05  ACH-TOTAL-IR-ANO           PIC 9(09)V99.
           05  ACH-MESES-PROCESSADOS      PIC 9(02).
           05  FILLER                     PIC X(77).

      *****************************************************************
      * ARQ-TERMO - TERMO DE RESCISAO (IMPRESSAO), UM BLOCO COM CADA   *
      * UM REGISTRO POR FAIXA, COM O TIPO ("I" = INSS, "R" = IRRF),    *
      * A VIGENCIA INICIAL E FINAL (AAAAMM, 999912 = ABERTA), O        *
      * NUMERO DA FAIXA, O LIMITE, A ALIQUOTA E A PARCELA A DEDUZIR.   *
      * OS REGISTROS DE ALIQUOTA PATRONAL ("P", "A", "F", "T") SO      *
      * INTERESSAM AO CALCSAL E SAO IGNORADOS AQUI.                    *
      *****************************************************************
       FD  ARQ-TRIBUTOS
           RECORD CONTAINS 80 CHARACTERS.
           05  TRB-LIMITE             PIC 9(07)V99.
           05  TRB-ALIQUOTA           PIC 9V9999.
           05  TRB-PARCELA            PIC 9(05)V99.
           05  TRB-EMPRESA            PIC 9(03).
           05  FILLER                 PIC X(41).

      *****************************************************************
      * ARQ-HISTORICO - MESTRE DE HISTORICO DA FOLHA, CHAVEADO POR     *
      * EMPRESA + MATRICULA + COMPETENCIA + TIPO DE PAGAMENTO. A       *
      * RESCISAO PAGA E GRAVADA COM O TIPO "R" NA COMPETENCIA DO       *
      * DESLIGAMENTO. O LEIAUTE DEVE SER MANTIDO IDENTICO AO DO        *
      * CALCSAL.                                                       *
      *****************************************************************
       FD  ARQ-HISTORICO
           RECORD CONTAINS 1420 CHARACTERS.
       01  REG-HISTORICO.
           05  HST-CHAVE.
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
           05  HST-SALARIO-BASE       PIC 9(07)V99.
           05  HST-BRUTO-COMPOSTO     PIC 9(07)V99.
           05  HST-DESCONTO-INSS      PIC 9(05)V99.
           05  HST-DESCONTO-IR        PIC 9(05)V99.
           05  HST-FGTS               PIC 9(07)V99.
           05  HST-PENSAO             PIC 9(07)V99.
           05  HST-ADIANTAMENTO       PIC 9(07)V99.
           05  HST-SALARIO-LIQUIDO    PIC 9(07)V99.
           05  HST-QTD-EVENTOS        PIC 9(03).
           05  HST-EVENTO OCCURS 100 TIMES.
               10  HST-EVT-CODIGO     PIC 9(03).
               10  HST-EVT-TIPO       PIC X(01).
               10  HST-EVT-VALOR      PIC 9(07)V99.

      *****************************************************************
      * ARQ-CONTA-FGTS - CONTA VINCULADA DO FGTS POR EMPREGADO,        *
      * CHAVEADA POR EMPRESA + MATRICULA + COMPETENCIA. LIDA AQUI EM   *
      * SEQUENCIA DE CHAVE, DO SALDO DE ABERTURA (COMPETENCIA 000000,  *
      * CARREGADO NA IMPLANTACAO DA CONTA PARA QUEM JA ERA EMPREGADO)  *
      * E DA COMPETENCIA DA ADMISSAO ATE A DO DESLIGAMENTO, PARA O     *
      * SALDO BASE DA MULTA DE 40%; RECEBE O DEPOSITO DO FGTS DAS      *
      * VERBAS DA RESCISAO. O LEIAUTE DEVE SER MANTIDO IDENTICO AO DO  *
      * CALCSAL.                                                       *
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
      * ARQ-LANCAMENTOS - INTERFACE DE LANCAMENTOS CONTABEIS PARA      *
      * CARGA NO RAZAO, COMPARTILHADA COM A FOLHA MENSAL: A RESCISAO   *
      * PAGA ACRESCENTA O DEBITO DA DESPESA DE RESCISOES E OS CREDITOS *
      * DO INSS RETIDO, DO IRRF RETIDO (O DO 13 EM SEPARADO) E DA      *
      * RESCISAO A PAGAR, NO CENTRO DE CUSTO DO FUNCIONARIO. O LEIAUTE *
      * DEVE SER MANTIDO IDENTICO AO DO CALCSAL.                       *
      *****************************************************************
       FD  ARQ-LANCAMENTOS
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LANCAMENTO.
           05  LAN-DATA                   PIC 9(08).
           05  LAN-COMPETENCIA            PIC 9(06).
           05  LAN-TIPO                   PIC X(01).
           05  LAN-CONTA                  PIC X(25).
           05  LAN-CENTRO-CUSTO           PIC 9(04).
           05  LAN-VALOR                  PIC 9(13)V99.
           05  FILLER                     PIC X(21).

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
           05  WS-AGENCIA         PIC 9(05) VALUE ZEROS.
           05  WS-CONTA           PIC 9(10) VALUE ZEROS.
           05  WS-CONTA-DV        PIC 9(01) VALUE ZEROS.
           05  WS-CENTRO-CUSTO    PIC 9(04) VALUE ZEROS.

      *****************************************************************
      * APURACAO DAS VERBAS RESCISORIAS. A MEDIA MENSAL DO ANO VEM DO  *
      * ACUMULADO (DO ANO ANTERIOR, NO ARQUIVO ANUAL, QUANDO O ANO     *
      * AINDA NAO TEM MESES PROCESSADOS); O SALDO DE SALARIO USA O     *
      * SALARIO ATUAL DO CADASTRO.                                     *
      * OS AVOS DO 13 E DAS FERIAS PROPORCIONAIS SAO OS MESES          *
      * PROCESSADOS NO ANO DO DESLIGAMENTO (WS-MESES-ANO-DESLIG, DO    *
      * ARQUIVO ANUAL QUANDO ESSE ANO JA FOI ENCERRADO), MAIS UM       *
      * QUANDO O DESLIGAMENTO OCORRE DO DIA 15 EM DIANTE (FRACAO IGUAL *
      * OU SUPERIOR A 15 DIAS CONTA COMO MES), LIMITADOS A 12.         *
      * O FGTS DA RESCISAO INCIDE SOBRE O SALDO DE SALARIO E O AVISO   *
      * (DEPOSITO MENSAL) E SOBRE O 13 PROPORCIONAL (DEPOSITO DO 13).  *
      *****************************************************************
       01  WS-APURACAO-RESCISAO.
           05  WS-BRUTO-MEDIA         PIC 9(09)V99 VALUE ZEROS.
           05  WS-MESES-MEDIA         PIC 9(02) VALUE ZEROS.
           05  WS-MEDIA-MENSAL        PIC 9(07)V99 VALUE ZEROS.
           05  WS-AVOS                PIC 9(02) VALUE ZEROS.
           05  WS-SALDO-SALARIO       PIC 9(07)V99 VALUE ZEROS.
           05  WS-FERIAS-PROP         PIC 9(07)V99 VALUE ZEROS.
           05  WS-TERCO-FERIAS        PIC 9(07)V99 VALUE ZEROS.
           05  WS-MULTA-FGTS          PIC 9(07)V99 VALUE ZEROS.
           05  WS-MESES-ANO-DESLIG    PIC 9(02) VALUE ZEROS.
           05  WS-FGTS-RESC-MENSAL    PIC 9(07)V99 VALUE ZEROS.
           05  WS-FGTS-RESC-13        PIC 9(07)V99 VALUE ZEROS.
           05  WS-FGTS-RESCISAO       PIC 9(07)V99 VALUE ZEROS.
           05  WS-DESCONTO-INSS       PIC 9(05)V99 VALUE ZEROS.
           05  WS-DESCONTO-INSS-13    PIC 9(05)V99 VALUE ZEROS.
           05  WS-DESCONTO-IR         PIC 9(05)V99 VALUE ZEROS.
       77  WS-INSS-APURADO        PIC 9(05)V99 VALUE ZEROS.

       77  WS-VALOR-DEPENDENTE    PIC 9(03)V99 VALUE 189,59.
       77  WS-TAXA-MULTA-FGTS     PIC 9V99 VALUE 0,40.
       77  WS-TAXA-FGTS           PIC 9V99 VALUE 0,08.

      *****************************************************************
      * RUBRICAS RESERVADAS COM QUE AS VERBAS E OS DESCONTOS DO 13     *
      * PROPORCIONAL SAO GRAVADOS NO HISTORICO (O SALDO DE SALARIO VAI *
      * NO SALARIO BASE DO REGISTRO E O INSS E O IRRF SOBRE O SALDO    *
      * NOS DESCONTOS). AS DESCRICOES IMPRESSAS PELO SEGVIA VEM DA     *
      * TABELA DE RUBRICAS (TABRUBR).                                  *
      *****************************************************************
       77  WS-RUB-AVISO-PREVIO    PIC 9(03) VALUE 911.
       77  WS-RUB-13-PROPORCIONAL PIC 9(03) VALUE 912.
       77  WS-RUB-FERIAS-PROP     PIC 9(03) VALUE 913.
       77  WS-RUB-TERCO-FERIAS    PIC 9(03) VALUE 914.
       77  WS-RUB-MULTA-FGTS      PIC 9(03) VALUE 915.
       77  WS-RUB-INSS-13         PIC 9(03) VALUE 916.
       77  WS-RUB-IR-13           PIC 9(03) VALUE 917.
       77  WS-HST-IDX             PIC 9(03) VALUE ZEROS.
       77  WS-HST-CODIGO          PIC 9(03) VALUE ZEROS.
       77  WS-HST-TIPO            PIC X(01) VALUE SPACES.
       77  WS-HST-VALOR           PIC 9(07)V99 VALUE ZEROS.

      *****************************************************************
      * TABELA PROGRESSIVA DE CONTRIBUICAO DO INSS, CARREGADA DE       *
       77  WS-MOTIVO-REJEICAO     PIC X(40) VALUE SPACES.

       77  WS-STATUS-ACUMULADO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-ACUM-ANUAL   PIC X(02) VALUE SPACES.

      *****************************************************************
      * SALDO DA CONTA VINCULADA DO FGTS PARA A MULTA RESCISORIA: SOMA *
      * DO SALDO DE ABERTURA (COMPETENCIA 000000) E DOS DEPOSITOS DA   *
      * COMPETENCIA DA ADMISSAO ATE A DO DESLIGAMENTO. DEPOSITOS       *
      * ANTERIORES A ADMISSAO SAO DE CONTRATO ANTERIOR DA MESMA        *
      * MATRICULA E FICAM DE FORA. SEM SALDO DE ABERTURA, A CONTA TEM  *
      * DE TER DEPOSITO DESDE A COMPETENCIA DA ADMISSAO                *
      * (WS-PRIMEIRA-COMPETENCIA-FGTS); DO CONTRARIO A BASE DA MULTA   *
      * ESTARIA INCOMPLETA E A RESCISAO VAI PARA AS EXCECOES.          *
      *****************************************************************
       77  WS-STATUS-CONTA-FGTS   PIC X(02) VALUE SPACES.
       77  WS-EOF-CONTA-FGTS      PIC X(01) VALUE "N".
           88  FIM-CONTA-FGTS            VALUE "S".
       77  WS-COMPETENCIA-ADMISSAO PIC 9(06) VALUE ZEROS.
       77  WS-SALDO-FGTS          PIC 9(09)V99 VALUE ZEROS.
       77  WS-PRIMEIRA-COMPETENCIA-FGTS PIC 9(06) VALUE ZEROS.
       77  WS-SALDO-ABERTURA-FGTS PIC X(01) VALUE "N".
           88  SALDO-ABERTURA-FGTS       VALUE "S".
       77  WS-CONTA-FGTS-INCOMPLETA PIC X(01) VALUE "N".
           88  CONTA-FGTS-INCOMPLETA     VALUE "S".
       77  WS-CONTA-FGTS-EXISTE   PIC X(01) VALUE "N".
           88  CONTA-FGTS-EXISTE         VALUE "S".
       77  WS-ACUM-ANUAL-ABERTO   PIC X(01) VALUE "N".
           88  ACUM-ANUAL-ABERTO          VALUE "S".
       77  WS-ACUM-DESLIG-ENCONTRADO PIC X(01) VALUE "N".
           88  ACUM-DESLIG-ENCONTRADO     VALUE "S".
       77  WS-STATUS-HISTORICO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-LANCAMENTOS  PIC X(02) VALUE SPACES.
       77  WS-PAGAMENTO-REGISTRADO PIC X(01) VALUE "N".
           88  PAGAMENTO-REGISTRADO       VALUE "S".

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

       PROCEDURE DIVISION.
      *****************************************************************

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           PERFORM 0800-REGISTRA-INICIO THRU 0800-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           PERFORM 2000-LE-CADASTRO THRU 2000-EXIT.

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT.

           STOP RUN.

      *****************************************************************
                   "EMPRESA, A MATRICULA, A DATA DO DESLIGAMENTO "
                   "(AAAAMMDD) E A CAUSA (D, P OU J)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARM-EMPRESA       TO WS-EMPRESA-PEDIDA.
               DISPLAY "ERRO FATAL - EMPRESA OU MATRICULA ZERADA NOS "
                   "PARAMETROS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-DESLIG-MES < 01 OR WS-DESLIG-MES > 12
               DISPLAY "ERRO FATAL - DATA DE DESLIGAMENTO INVALIDA: "
                   WS-DESLIGAMENTO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF NOT CAUSA-VALIDA
                   WS-PARM-CAUSA " (USAR D DISPENSA, P PEDIDO OU "
                   "J JUSTA CAUSA)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           EVALUATE TRUE
       0500-EXIT.
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
           COMPUTE WS-LOG-COMPETENCIA =
               (WS-DESLIG-ANO * 100) + WS-DESLIG-MES.
           MOVE "N" TO WS-LOG-MODO.
           MOVE "S" TO WS-LOG-REMESSA.
       0810-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - ABRE ARQUIVOS E FAZ A LEITURA ANTECIPADA  *
      *****************************************************************
                   "FUNCIONARIOS (ARQ-FUNCIONARIOS), FILE STATUS "
                   WS-STATUS-CADASTRO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1500-ABRE-ACUMULADO THRU 1500-EXIT.
           PERFORM 1550-ABRE-HISTORICO THRU 1550-EXIT.
           PERFORM 1560-ABRE-LANCAMENTOS THRU 1560-EXIT.
           PERFORM 1570-ABRE-CONTA-FGTS THRU 1570-EXIT.
           OPEN OUTPUT ARQ-TERMO.
           OPEN OUTPUT ARQ-CNAB-RES.
           OPEN OUTPUT ARQ-EXCECOES-RES.

      *****************************************************************
      * 1500-ABRE-ACUMULADO - ABRE O MESTRE DE ACUMULADOS DO ANO EM    *
      *                       ENTRADA/SAIDA. SEM ACUMULADO NAO HA      *
      *                       MEDIA NEM AVOS PARA AS VERBAS            *
      *                       PROPORCIONAIS. O ARQUIVO ANUAL AINDA     *
      *                       INEXISTENTE (NENHUM ANO ENCERRADO)       *
      *                       SOMENTE DISPENSA A MEDIA DO ANO ANTERIOR *
      *****************************************************************
       1500-ABRE-ACUMULADO.
           OPEN I-O ARQ-ACUMULADO.
           IF WS-STATUS-ACUMULADO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR O ACUMULADO "
                   "ANUAL (ARQ-ACUMULADO), FILE STATUS "
                   WS-STATUS-ACUMULADO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-ACUM-ANUAL.
           IF WS-STATUS-ACUM-ANUAL = "00"
               MOVE "S" TO WS-ACUM-ANUAL-ABERTO
           ELSE
               IF WS-STATUS-ACUM-ANUAL NOT = "35"
                   DISPLAY "ERRO FATAL - FALHA AO ABRIR O ARQUIVO "
                       "ANUAL DE ACUMULADOS (ARQ-ACUM-ANUAL), FILE "
                       "STATUS " WS-STATUS-ACUM-ANUAL
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 1550-ABRE-HISTORICO - ABRE O MESTRE DE HISTORICO EM            *
      *                       ENTRADA/SAIDA, CRIANDO O ARQUIVO NA      *
      *                       PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR   *
      *****************************************************************
       1550-ABRE-HISTORICO.
           OPEN I-O ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO = "35"
               OPEN OUTPUT ARQ-HISTORICO
               CLOSE ARQ-HISTORICO
               OPEN I-O ARQ-HISTORICO
           ELSE
               IF WS-STATUS-HISTORICO NOT = "00"
                   DISPLAY "ERRO FATAL - FALHA AO ABRIR O HISTORICO "
                       "MENSAL (ARQ-HISTORICO), FILE STATUS "
                       WS-STATUS-HISTORICO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
       1550-EXIT.
           EXIT.

      *****************************************************************
      * 1560-ABRE-LANCAMENTOS - ABRE A INTERFACE DE LANCAMENTOS PARA   *
      *                         ACRESCIMO, CRIANDO O ARQUIVO SE A      *
      *                         CARGA NO RAZAO JA O CONSUMIU           *
      *****************************************************************
       1560-ABRE-LANCAMENTOS.
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
       1560-EXIT.
           EXIT.

      *****************************************************************
      * 1570-ABRE-CONTA-FGTS - ABRE A CONTA VINCULADA DO FGTS EM       *
      *                        ENTRADA/SAIDA, PARA O SALDO DA MULTA E  *
      *                        O DEPOSITO DA RESCISAO. SEM A CONTA NAO *
      *                        HA BASE PARA A MULTA - LOTE ABORTADO    *
      *****************************************************************
       1570-ABRE-CONTA-FGTS.
           OPEN I-O ARQ-CONTA-FGTS.
           IF WS-STATUS-CONTA-FGTS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR A CONTA VINCULADA "
                   "DO FGTS (ARQ-CONTA-FGTS), FILE STATUS "
                   WS-STATUS-CONTA-FGTS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1570-EXIT.
           EXIT.

      *****************************************************************
      * 1480-CARREGA-TRIBUTOS - CARREGA AS TABELAS DE INSS E DE IRRF   *
      *                         DO ARQUIVO DE PARAMETROS, APLICANDO    *
                   "TRIBUTOS (ARQ-TRIBUTOS), FILE STATUS "
                   WS-STATUS-TRIBUTOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1482-LER-TRIBUTO THRU 1482-EXIT
                   WS-COMPETENCIA-DESLIG " (INSS " WS-QTD-FAIXAS-INSS
                   " FAIXAS, IRRF " WS-QTD-FAIXAS-IRRF " FAIXAS)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1480-EXIT.
               DISPLAY "ERRO FATAL - REGISTRO INVALIDO NAS TABELAS "
                   "DE TRIBUTOS (ARQ-TRIBUTOS)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-COMPETENCIA-DESLIG < TRB-VIGENCIA-INI
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
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO FATAL - TIPO DE TRIBUTO INVALIDO "
                       "NAS TABELAS DE TRIBUTOS: " TRB-TIPO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
           END-EVALUATE.
       1484-EXIT.
           MOVE CAD-AGENCIA       TO WS-AGENCIA.
           MOVE CAD-CONTA         TO WS-CONTA.
           MOVE CAD-CONTA-DV      TO WS-CONTA-DV.
           MOVE CAD-CENTRO-CUSTO  TO WS-CENTRO-CUSTO.
           COMPUTE WS-COMPETENCIA-ADMISSAO = CAD-DATA-ADMISSAO / 100.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2500-PAGA-RESCISAO - APURA E EMITE A RESCISAO DO FUNCIONARIO   *
      *                      LOCALIZADO: ACUMULADO, VERBAS, TERMO DE   *
      *                      RESCISAO, DETALHE NA REMESSA CNAB E       *
      *                      GRAVACAO NOS MESTRES COMPARTILHADOS.      *
      *                      DESLIGAMENTO NO ANO QUE O ENCANUAL ACABOU *
      *                      DE ENCERRAR (ACUMULADO JA REABERTO PARA O *
      *                      ANO SEGUINTE) TOMA MEDIA E AVOS DO ANO    *
      *                      ENCERRADO NO ARQUIVO ANUAL; O PAGAMENTO   *
      *                      SOMA NO ACUMULADO DO ANO EM CURSO, O DO   *
      *                      PAGAMENTO                                 *
      *****************************************************************
       2500-PAGA-RESCISAO.
           PERFORM 2210-LE-ACUMULADO THRU 2210-EXIT.
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF ACM-ANO-CALENDARIO > WS-DESLIG-ANO + 1
               MOVE "ANO-CALENDARIO" TO WS-CAMPO-REJEICAO
               MOVE "ANO DO DESLIGAMENTO JA ENCERRADO" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE ACM-TOTAL-BRUTO-ANO   TO WS-BRUTO-MEDIA.
           MOVE ACM-MESES-PROCESSADOS TO WS-MESES-MEDIA.
           MOVE ACM-MESES-PROCESSADOS TO WS-MESES-ANO-DESLIG.
           MOVE "S" TO WS-ACUM-DESLIG-ENCONTRADO.
           IF ACM-ANO-CALENDARIO > WS-DESLIG-ANO
               PERFORM 2240-LE-ANO-ENCERRADO THRU 2240-EXIT
           END-IF.
           IF NOT ACUM-DESLIG-ENCONTRADO
               MOVE "ANO-CALENDARIO" TO WS-CAMPO-REJEICAO
               MOVE "ANO ENCERRADO SEM ACUMULADO ARQUIVADO" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-MESES-MEDIA = ZEROS
               PERFORM 2230-LE-ACUM-ANUAL THRU 2230-EXIT
           END-IF.
           IF WS-MESES-MEDIA = ZEROS
               MOVE "MESES PROCESS." TO WS-CAMPO-REJEICAO
               MOVE "ACUMULADO SEM MESES PROCESSADOS NO ANO" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2220-VERIFICA-HISTORICO THRU 2220-EXIT.
           IF PAGAMENTO-REGISTRADO
               MOVE "HISTORICO" TO WS-CAMPO-REJEICAO
               MOVE "RESCISAO JA REGISTRADA NA COMPETENCIA" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE ZEROS TO WS-SALDO-FGTS.
           MOVE "N" TO WS-CONTA-FGTS-INCOMPLETA.
           IF DISPENSA-SEM-JUSTA-CAUSA
               PERFORM 3050-APURA-SALDO-FGTS THRU 3050-EXIT
           END-IF.
           IF CONTA-FGTS-INCOMPLETA
               MOVE "CONTA FGTS" TO WS-CAMPO-REJEICAO
               MOVE "FGTS SEM DEPOSITOS DESDE A ADMISSAO" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 3000-CALCULA-RESCISAO THRU 3000-EXIT.
           PERFORM 5900-GRAVA-TERMO THRU 5900-EXIT.
           PERFORM 5600-GRAVA-CNAB THRU 5600-EXIT.
           PERFORM 5650-ATUALIZA-ACUMULADO THRU 5650-EXIT.
           PERFORM 5660-GRAVA-CONTA-FGTS THRU 5660-EXIT.
           PERFORM 5680-GRAVA-HISTORICO THRU 5680-EXIT.
           PERFORM 5700-GRAVA-LANCAMENTOS THRU 5700-EXIT.
           PERFORM 8000-BAIXA-CADASTRO THRU 8000-EXIT.
           ADD 1 TO WS-CONTADOR.
       2500-EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2220-VERIFICA-HISTORICO - PROCURA NO HISTORICO RESCISAO JA     *
      *                           REGISTRADA PARA A MATRICULA NA       *
      *                           COMPETENCIA DO DESLIGAMENTO. UM      *
      *                           REGISTRO ESTORNADO NAO IMPEDE O      *
      *                           NOVO PAGAMENTO                       *
      *****************************************************************
       2220-VERIFICA-HISTORICO.
           MOVE "N" TO WS-PAGAMENTO-REGISTRADO.
           MOVE WS-EMPRESA            TO HST-EMPRESA.
           MOVE WS-MATRICULA          TO HST-MATRICULA.
           MOVE WS-COMPETENCIA-DESLIG TO HST-COMPETENCIA.
           MOVE "R"                   TO HST-TIPO-PAGAMENTO.
           READ ARQ-HISTORICO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HST-SITUACAO NOT = "E"
                       MOVE "S" TO WS-PAGAMENTO-REGISTRADO
                   END-IF
           END-READ.
       2220-EXIT.
           EXIT.

      *****************************************************************
      * 2230-LE-ACUM-ANUAL - O ACUMULADO DO ANO AINDA NAO TEM MESES    *
      *                      PROCESSADOS: BUSCA NO ARQUIVO ANUAL O     *
      *                      ACUMULADO DO ANO ANTERIOR AO DESLIGAMENTO *
      *                      PARA A MEDIA MENSAL DAS VERBAS            *
      *****************************************************************
       2230-LE-ACUM-ANUAL.
           IF NOT ACUM-ANUAL-ABERTO
               GO TO 2230-EXIT
           END-IF.
           COMPUTE ACH-ANO = WS-DESLIG-ANO - 1.
           MOVE WS-EMPRESA   TO ACH-EMPRESA.
           MOVE WS-MATRICULA TO ACH-MATRICULA.
           READ ARQ-ACUM-ANUAL
               INVALID KEY
                   GO TO 2230-EXIT
           END-READ.
           MOVE ACH-TOTAL-BRUTO-ANO   TO WS-BRUTO-MEDIA.
           MOVE ACH-MESES-PROCESSADOS TO WS-MESES-MEDIA.
       2230-EXIT.
           EXIT.

      *****************************************************************
      * 2240-LE-ANO-ENCERRADO - O ANO DO DESLIGAMENTO JA FOI ENCERRADO *
      *                         E O ACUMULADO REABERTO PARA O ANO      *
      *                         SEGUINTE: BUSCA NO ARQUIVO ANUAL O     *
      *                         ACUMULADO DO PROPRIO ANO DO            *
      *                         DESLIGAMENTO PARA A MEDIA E OS AVOS    *
      *****************************************************************
       2240-LE-ANO-ENCERRADO.
           MOVE "N" TO WS-ACUM-DESLIG-ENCONTRADO.
           IF NOT ACUM-ANUAL-ABERTO
               GO TO 2240-EXIT
           END-IF.
           MOVE WS-DESLIG-ANO TO ACH-ANO.
           MOVE WS-EMPRESA    TO ACH-EMPRESA.
           MOVE WS-MATRICULA  TO ACH-MATRICULA.
           READ ARQ-ACUM-ANUAL
               INVALID KEY
                   GO TO 2240-EXIT
           END-READ.
           MOVE "S" TO WS-ACUM-DESLIG-ENCONTRADO.
           MOVE ACH-TOTAL-BRUTO-ANO   TO WS-BRUTO-MEDIA.
           MOVE ACH-MESES-PROCESSADOS TO WS-MESES-MEDIA.
           MOVE ACH-MESES-PROCESSADOS TO WS-MESES-ANO-DESLIG.
       2240-EXIT.
           EXIT.

      *****************************************************************
      * 2300-GRAVA-EXCECAO - EMITE UM REGISTRO NO RELATORIO DE         *
      *                      EXCECOES PARA UMA OCORRENCIA QUE IMPEDIU  *
      *****************************************************************
       3000-CALCULA-RESCISAO.
           COMPUTE WS-MEDIA-MENSAL ROUNDED =
               WS-BRUTO-MEDIA / WS-MESES-MEDIA.

           MOVE WS-MESES-ANO-DESLIG TO WS-AVOS.
           IF WS-DESLIG-DIA NOT < 15
               ADD 1 TO WS-AVOS
           END-IF.
               COMPUTE WS-TERCO-FERIAS ROUNDED = WS-FERIAS-PROP / 3
           END-IF.

           COMPUTE WS-FGTS-RESC-MENSAL ROUNDED =
               (WS-SALDO-SALARIO + WS-AVISO-PREVIO) * WS-TAXA-FGTS.
           COMPUTE WS-FGTS-RESC-13 ROUNDED =
               WS-13-PROPORCIONAL * WS-TAXA-FGTS.
           COMPUTE WS-FGTS-RESCISAO =
               WS-FGTS-RESC-MENSAL + WS-FGTS-RESC-13.

      *    A MULTA INCIDE SOBRE O SALDO DA CONTA (APURADO NO 2500) MAIS
      *    O FGTS DEPOSITADO SOBRE AS PROPRIAS VERBAS DA RESCISAO.
           IF DISPENSA-SEM-JUSTA-CAUSA
               COMPUTE WS-MULTA-FGTS ROUNDED =
                   (WS-SALDO-FGTS + WS-FGTS-RESCISAO)
                   * WS-TAXA-MULTA-FGTS
           ELSE
               MOVE ZEROS TO WS-MULTA-FGTS
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3050-APURA-SALDO-FGTS - SOMA O SALDO DE ABERTURA E OS          *
      *                         DEPOSITOS DA CONTA VINCULADA DA        *
      *                         MATRICULA DA COMPETENCIA DA ADMISSAO   *
      *                         ATE A DO DESLIGAMENTO. SEM SALDO DE    *
      *                         ABERTURA, CONTA SEM DEPOSITO NA        *
      *                         COMPETENCIA DA ADMISSAO E INCOMPLETA   *
      *****************************************************************
       3050-APURA-SALDO-FGTS.
           MOVE ZEROS                   TO WS-SALDO-FGTS.
           MOVE ZEROS                   TO WS-PRIMEIRA-COMPETENCIA-FGTS.
           MOVE "N"                     TO WS-SALDO-ABERTURA-FGTS.
           MOVE "N"                     TO WS-EOF-CONTA-FGTS.
           MOVE WS-EMPRESA              TO CFG-EMPRESA.
           MOVE WS-MATRICULA            TO CFG-MATRICULA.
           MOVE ZEROS                   TO CFG-COMPETENCIA.
           START ARQ-CONTA-FGTS KEY IS NOT LESS THAN CFG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-CONTA-FGTS
           END-START.
           PERFORM 3060-SOMA-DEPOSITO THRU 3060-EXIT
               UNTIL FIM-CONTA-FGTS.
           IF SALDO-ABERTURA-FGTS
                   OR WS-COMPETENCIA-ADMISSAO NOT <
                      WS-COMPETENCIA-DESLIG
               GO TO 3050-EXIT
           END-IF.
           IF WS-PRIMEIRA-COMPETENCIA-FGTS = ZEROS
                   OR WS-PRIMEIRA-COMPETENCIA-FGTS >
                      WS-COMPETENCIA-ADMISSAO
               MOVE "S" TO WS-CONTA-FGTS-INCOMPLETA
           END-IF.
       3050-EXIT.
           EXIT.

       3060-SOMA-DEPOSITO.
           READ ARQ-CONTA-FGTS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CONTA-FGTS
                   GO TO 3060-EXIT
           END-READ.
           IF CFG-EMPRESA NOT = WS-EMPRESA
                   OR CFG-MATRICULA NOT = WS-MATRICULA
                   OR CFG-COMPETENCIA > WS-COMPETENCIA-DESLIG
               MOVE "S" TO WS-EOF-CONTA-FGTS
               GO TO 3060-EXIT
           END-IF.
           IF CFG-COMPETENCIA NOT = ZEROS
                   AND CFG-COMPETENCIA < WS-COMPETENCIA-ADMISSAO
               GO TO 3060-EXIT
           END-IF.
           IF CFG-COMPETENCIA = ZEROS
               MOVE "S" TO WS-SALDO-ABERTURA-FGTS
           END-IF.
           IF CFG-COMPETENCIA NOT = ZEROS
                   AND WS-PRIMEIRA-COMPETENCIA-FGTS = ZEROS
               MOVE CFG-COMPETENCIA TO WS-PRIMEIRA-COMPETENCIA-FGTS
           END-IF.
           ADD CFG-DEPOSITO-MENSAL TO WS-SALDO-FGTS.
           ADD CFG-DEPOSITO-FERIAS TO WS-SALDO-FGTS.
           ADD CFG-DEPOSITO-13     TO WS-SALDO-FGTS.
       3060-EXIT.
           EXIT.

      *****************************************************************
      * 3100-CALCULA-INSS - APLICA A TABELA PROGRESSIVA DE INSS        *
      *                     FAIXA A FAIXA SOBRE A BASE EM CALCULO      *
       5600-EXIT.
           EXIT.

      *****************************************************************
      * 5650-ATUALIZA-ACUMULADO - SOMA A RESCISAO PAGA NO ACUMULADO DO *
      *                           ANO (LIDO EM 2210): SALDO DE SALARIO *
      *                           NOS OUTROS RENDIMENTOS TRIBUTAVEIS,  *
      *                           AVISO, FERIAS, TERCO E MULTA DO FGTS *
      *                           NOS ISENTOS, INSS E IRRF DO SALDO    *
      *                           NOS TOTAIS RETIDOS E O 13            *
      *                           PROPORCIONAL COM O SEU INSS E IRRF   *
      *                           NOS TOTAIS DO 13. O BRUTO E OS MESES *
      *                           DA FOLHA MENSAL NAO MUDAM            *
      *****************************************************************
       5650-ATUALIZA-ACUMULADO.
           ADD WS-SALDO-SALARIO    TO ACM-TOTAL-OUTROS-ANO.
           ADD WS-AVISO-PREVIO     TO ACM-TOTAL-ISENTO-ANO.
           ADD WS-FERIAS-PROP      TO ACM-TOTAL-ISENTO-ANO.
           ADD WS-TERCO-FERIAS     TO ACM-TOTAL-ISENTO-ANO.
           ADD WS-MULTA-FGTS       TO ACM-TOTAL-ISENTO-ANO.
           ADD WS-DESCONTO-INSS    TO ACM-TOTAL-INSS-ANO.
           ADD WS-DESCONTO-IR      TO ACM-TOTAL-IR-ANO.
           ADD WS-13-PROPORCIONAL  TO ACM-TOTAL-13-ANO.
           ADD WS-DESCONTO-INSS-13 TO ACM-TOTAL-INSS-13-ANO.
           ADD WS-DESCONTO-IR-13   TO ACM-TOTAL-IR-13-ANO.
           REWRITE REG-ACUMULADO.
           IF WS-STATUS-ACUMULADO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ATUALIZAR O ACUMULADO "
                   "ANUAL (ARQ-ACUMULADO), FILE STATUS "
                   WS-STATUS-ACUMULADO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       5650-EXIT.
           EXIT.

      *****************************************************************
      * 5660-GRAVA-CONTA-FGTS - DEPOSITA NA CONTA VINCULADA, NA        *
      *                         COMPETENCIA DO DESLIGAMENTO, O FGTS    *
      *                         DAS VERBAS DA RESCISAO: SALDO DE       *
      *                         SALARIO E AVISO NO DEPOSITO MENSAL E O *
      *                         13 PROPORCIONAL NO DEPOSITO DO 13      *
      *****************************************************************
       5660-GRAVA-CONTA-FGTS.
           IF WS-FGTS-RESCISAO = ZEROS
               GO TO 5660-EXIT
           END-IF.
           MOVE "S"                   TO WS-CONTA-FGTS-EXISTE.
           MOVE WS-EMPRESA            TO CFG-EMPRESA.
           MOVE WS-MATRICULA          TO CFG-MATRICULA.
           MOVE WS-COMPETENCIA-DESLIG TO CFG-COMPETENCIA.
           READ ARQ-CONTA-FGTS
               INVALID KEY
                   MOVE "N" TO WS-CONTA-FGTS-EXISTE
           END-READ.
           IF NOT CONTA-FGTS-EXISTE
               INITIALIZE REG-CONTA-FGTS
               MOVE WS-EMPRESA            TO CFG-EMPRESA
               MOVE WS-MATRICULA          TO CFG-MATRICULA
               MOVE WS-COMPETENCIA-DESLIG TO CFG-COMPETENCIA
           END-IF.
           ADD WS-SALDO-SALARIO    TO CFG-BASE-MENSAL.
           ADD WS-AVISO-PREVIO     TO CFG-BASE-MENSAL.
           ADD WS-FGTS-RESC-MENSAL TO CFG-DEPOSITO-MENSAL.
           ADD WS-13-PROPORCIONAL  TO CFG-BASE-13.
           ADD WS-FGTS-RESC-13     TO CFG-DEPOSITO-13.
           MOVE WS-DATA-SISTEMA    TO CFG-DATA-ATUALIZACAO.
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
       5660-EXIT.
           EXIT.

      *****************************************************************
      * 5680-GRAVA-HISTORICO - GRAVA A RESCISAO PAGA NO MESTRE DE      *
      *                        HISTORICO COM O TIPO "R": O SALDO DE    *
      *                        SALARIO NO SALARIO BASE, O INSS E O     *
      *                        IRRF DO SALDO NOS DESCONTOS E AS DEMAIS *
      *                        VERBAS E OS DESCONTOS DO 13 COMO        *
      *                        EVENTOS. UM REGISTRO ESTORNADO DA MESMA *
      *                        CHAVE E SOBREPOSTO                      *
      *****************************************************************
       5680-GRAVA-HISTORICO.
           INITIALIZE REG-HISTORICO.
           MOVE WS-EMPRESA            TO HST-EMPRESA.
           MOVE WS-MATRICULA          TO HST-MATRICULA.
           MOVE WS-COMPETENCIA-DESLIG TO HST-COMPETENCIA.
           MOVE "R"                   TO HST-TIPO-PAGAMENTO.
           MOVE WS-NOME               TO HST-NOME.
           MOVE "P"                   TO HST-SITUACAO.
           MOVE WS-DEPENDENTES        TO HST-DEPENDENTES.
           MOVE WS-SALDO-SALARIO      TO HST-SALARIO-BASE.
           MOVE WS-TOTAL-VERBAS       TO HST-BRUTO-COMPOSTO.
           MOVE WS-DESCONTO-INSS      TO HST-DESCONTO-INSS.
           MOVE WS-DESCONTO-IR        TO HST-DESCONTO-IR.
           MOVE WS-FGTS-RESCISAO      TO HST-FGTS.
           MOVE ZEROS                 TO HST-PENSAO.
           MOVE ZEROS                 TO HST-ADIANTAMENTO.
           MOVE WS-LIQUIDO-RESCISAO   TO HST-SALARIO-LIQUIDO.
           MOVE ZEROS TO WS-HST-IDX.

           MOVE WS-RUB-AVISO-PREVIO    TO WS-HST-CODIGO.
           MOVE "P"                    TO WS-HST-TIPO.
           MOVE WS-AVISO-PREVIO        TO WS-HST-VALOR.
           PERFORM 5690-GRAVA-EVENTO THRU 5690-EXIT.

           MOVE WS-RUB-13-PROPORCIONAL TO WS-HST-CODIGO.
           MOVE WS-13-PROPORCIONAL     TO WS-HST-VALOR.
           PERFORM 5690-GRAVA-EVENTO THRU 5690-EXIT.

           MOVE WS-RUB-FERIAS-PROP     TO WS-HST-CODIGO.
           MOVE WS-FERIAS-PROP         TO WS-HST-VALOR.
           PERFORM 5690-GRAVA-EVENTO THRU 5690-EXIT.

           MOVE WS-RUB-TERCO-FERIAS    TO WS-HST-CODIGO.
           MOVE WS-TERCO-FERIAS        TO WS-HST-VALOR.
           PERFORM 5690-GRAVA-EVENTO THRU 5690-EXIT.

           MOVE WS-RUB-MULTA-FGTS      TO WS-HST-CODIGO.
           MOVE WS-MULTA-FGTS          TO WS-HST-VALOR.
           PERFORM 5690-GRAVA-EVENTO THRU 5690-EXIT.

           MOVE WS-RUB-INSS-13         TO WS-HST-CODIGO.
           MOVE "D"                    TO WS-HST-TIPO.
           MOVE WS-DESCONTO-INSS-13    TO WS-HST-VALOR.
           PERFORM 5690-GRAVA-EVENTO THRU 5690-EXIT.

           MOVE WS-RUB-IR-13           TO WS-HST-CODIGO.
           MOVE WS-DESCONTO-IR-13      TO WS-HST-VALOR.
           PERFORM 5690-GRAVA-EVENTO THRU 5690-EXIT.

           MOVE WS-HST-IDX TO HST-QTD-EVENTOS.
           WRITE REG-HISTORICO
               INVALID KEY
                   REWRITE REG-HISTORICO
           END-WRITE.
       5680-EXIT.
           EXIT.

       5690-GRAVA-EVENTO.
           IF WS-HST-VALOR = ZEROS
               GO TO 5690-EXIT
           END-IF.
           ADD 1 TO WS-HST-IDX.
           MOVE WS-HST-CODIGO TO HST-EVT-CODIGO (WS-HST-IDX).
           MOVE WS-HST-TIPO   TO HST-EVT-TIPO (WS-HST-IDX).
           MOVE WS-HST-VALOR  TO HST-EVT-VALOR (WS-HST-IDX).
       5690-EXIT.
           EXIT.

      *****************************************************************
      * 5700-GRAVA-LANCAMENTOS - ACRESCENTA A INTERFACE CONTABIL OS    *
      *                          LANCAMENTOS DA RESCISAO PAGA, NO      *
      *                          CENTRO DE CUSTO DO FUNCIONARIO:       *
      *                          DEBITO DA DESPESA DE RESCISOES (TOTAL *
      *                          DAS VERBAS) E CREDITOS DO INSS        *
      *                          RETIDO, DO IRRF RETIDO, DO IRRF DO 13 *
      *                          E DA RESCISAO A PAGAR (LIQUIDO); E O  *
      *                          FGTS DEPOSITADO SOBRE AS VERBAS, A    *
      *                          DEBITO DA DESPESA DE FGTS E A CREDITO *
      *                          DO FGTS A RECOLHER                    *
      *****************************************************************
       5700-GRAVA-LANCAMENTOS.
           MOVE SPACES TO REG-LANCAMENTO.
           MOVE "D" TO LAN-TIPO.
           MOVE "DESPESA DE RESCISOES" TO LAN-CONTA.
           MOVE WS-TOTAL-VERBAS TO LAN-VALOR.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "INSS A RECOLHER" TO LAN-CONTA.
           COMPUTE LAN-VALOR = WS-DESCONTO-INSS + WS-DESCONTO-INSS-13.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "IRRF A RECOLHER" TO LAN-CONTA.
           MOVE WS-DESCONTO-IR TO LAN-VALOR.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.

           IF WS-DESCONTO-IR-13 > ZEROS
               MOVE "C" TO LAN-TIPO
               MOVE "IRRF 13 SAL. A RECOLHER" TO LAN-CONTA
               MOVE WS-DESCONTO-IR-13 TO LAN-VALOR
               PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT
           END-IF.

           MOVE "C" TO LAN-TIPO.
           MOVE "RESCISOES A PAGAR" TO LAN-CONTA.
           MOVE WS-LIQUIDO-RESCISAO TO LAN-VALOR.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.

           IF WS-FGTS-RESCISAO > ZEROS
               MOVE "D" TO LAN-TIPO
               MOVE "DESPESA DE FGTS" TO LAN-CONTA
               MOVE WS-FGTS-RESCISAO TO LAN-VALOR
               PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT

               MOVE "C" TO LAN-TIPO
               MOVE "FGTS A RECOLHER" TO LAN-CONTA
               MOVE WS-FGTS-RESCISAO TO LAN-VALOR
               PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT
           END-IF.
       5700-EXIT.
           EXIT.

       5710-GRAVA-LANCAMENTO.
           MOVE WS-DATA-SISTEMA       TO LAN-DATA.
           MOVE WS-COMPETENCIA-DESLIG TO LAN-COMPETENCIA.
           MOVE WS-CENTRO-CUSTO       TO LAN-CENTRO-CUSTO.
           WRITE REG-LANCAMENTO.
       5710-EXIT.
           EXIT.

      *****************************************************************
      * 8000-BAIXA-CADASTRO - BAIXA A MATRICULA NO MESTRE DE           *
      *                       FUNCIONARIOS APOS O PAGAMENTO DA         *
                   "MESTRE DE FUNCIONARIOS, FILE STATUS "
                   WS-STATUS-CADASTRO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           DISPLAY "MATRICULA BAIXADA NO CADASTRO - FORA DA PROXIMA "

           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-ACUMULADO.
           IF ACUM-ANUAL-ABERTO
               CLOSE ARQ-ACUM-ANUAL
           END-IF.
           CLOSE ARQ-TERMO.
           CLOSE ARQ-CNAB-RES.
           CLOSE ARQ-EXCECOES-RES.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-CONTA-FGTS.
           CLOSE ARQ-LANCAMENTOS.
           DISPLAY "========================================".
           DISPLAY "RESCISOES PAGAS:                    " WS-CONTADOR.
           DISPLAY "OCORRENCIAS:                        "
           DISPLAY "========================================".
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-REGISTRA-FIM - GRAVA NO LOG DE EXECUCAO O REGISTRO DE FIM *
      *                     DO PROGRAMA, COM AS QUANTIDADES E O        *
      *                     RETURN-CODE. EXECUTADO NO ENCERRAMENTO     *
      *                     NORMAL E ANTES DE CADA ENCERRAMENTO POR    *
      *                     ERRO FATAL                                 *
      *****************************************************************
       9800-REGISTRA-FIM.
           COMPUTE WS-LOG-QTD-LIDOS = WS-CONTADOR
                                    + WS-CONTADOR-EXCECOES.
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
           MOVE "RESCISAO"            TO LOG-PROGRAMA.
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
