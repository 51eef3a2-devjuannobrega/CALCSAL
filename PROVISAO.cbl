       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO.
       AUTHOR. SISTEMA DE FOLHA.
       INSTALLATION. DEPARTAMENTO DE PESSOAL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * PROGRAMA: PROVISAO MENSAL DE FERIAS E DE 13 SALARIO           *
      * DESCRICAO: APURA, APOS A FOLHA MENSAL (CALCSAL) DE CADA       *
      *            COMPETENCIA, O SALDO PROVISIONADO DE FERIAS + 1/3  *
      *            E DE 13 SALARIO DE CADA EMPREGADO DO MESTRE DE     *
      *            FUNCIONARIOS (ARQ-FUNCIONARIOS), COM O FGTS E O    *
      *            INSS PATRONAL (INSS, RAT AJUSTADO PELO FAP E       *
      *            TERCEIROS) SOBRE A PROVISAO. OS AVOS SAO CONTADOS  *
      *            NO HISTORICO DA FOLHA (ARQ-HISTORICO): UM AVO POR  *
      *            FOLHA MENSAL PAGA - NO 13, AS DO ANO DA            *
      *            COMPETENCIA; NAS FERIAS, AS DESDE A ADMISSAO,      *
      *            REDUZIDAS AOS AVOS DO PERIODO AQUISITIVO EM CURSO  *
      *            A CADA FERIAS PAGAS. O SALDO E O SALARIO DO        *
      *            CADASTRO X AVOS / 12 (NAS FERIAS, MAIS O TERCO).   *
      *                                                               *
      * O SALDO DA COMPETENCIA ANTERIOR FICA NO MESTRE DE SALDOS DE   *
      * PROVISAO (ARQ-SALDO-PROVISAO). O PAGAMENTO DAS FERIAS (TIPO   *
      * "F" NO HISTORICO), DA 2A PARCELA DO 13 (TIPO "2") OU DA       *
      * RESCISAO (TIPO "R") DESDE A ULTIMA PROVISAO BAIXA O SALDO     *
      * ANTERIOR ATE O VALOR PAGO, CONTRA A DESPESA LANCADA PELO      *
      * PROGRAMA PAGADOR (FERIAS, CALC13, RESCISAO). O PAGADOR        *
      * DEPOSITA E LANCA O FGTS INTEIRO DO PAGAMENTO, DE MODO QUE O   *
      * FGTS DA PARTE BAIXADA ESTORNA A DESPESA DE FGTS; O INSS       *
      * PATRONAL DA PARTE BAIXADA PASSA A OBRIGACAO A RECOLHER. A     *
      * DIFERENCA ENTRE O NOVO SALDO E O ANTERIOR JA BAIXADO E A      *
      * CONSTITUICAO (OU REVERSAO) DO MES.                            *
      *                                                               *
      * SAIDAS: RELATORIO DE PROVISOES POR EMPRESA E CENTRO DE CUSTO  *
      * (ARQ-RELATORIO-PRV), LANCAMENTOS DE CONSTITUICAO E DE BAIXA   *
      * POR CENTRO DE CUSTO NA INTERFACE CONTABIL (ARQ-LANCAMENTOS) E *
      * OCORRENCIAS NO ARQUIVO DE EXCECOES (ARQ-EXCECOES-PRV). OS     *
      * NOVOS SALDOS SO SAO GRAVADOS NO MESTRE DEPOIS DE GERADOS OS   *
      * LANCAMENTOS: A EXECUCAO INTERROMPIDA ANTES DISSO NAO DEIXA    *
      * SALDO ATUALIZADO E PODE SER REFEITA POR INTEIRO. A MATRICULA  *
      * JA PROVISIONADA NA COMPETENCIA E RECUSADA, O QUE TORNA A      *
      * REEXECUCAO SEGURA.                                            *
      *                                                               *
      * PARAMETRO DE LINHA DE COMANDO: COMPETENCIA DA PROVISAO        *
      * (AAAAMM), JA PROCESSADA PELA FOLHA MENSAL. EX.: 202610        *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      * ---------- ------ ---------------------------------------    *
      * 2026-10-15 SFP    VERSAO ORIGINAL - SUBSTITUI O LANCAMENTO    *
      *                   DO CUSTO INTEIRO DE FERIAS E 13 NO MES DO   *
      *                   PAGAMENTO.                                  *
      * 2026-10-15 SFP    ACOMPANHA O LEIAUTE DO MESTRE DE            *
      *                   FUNCIONARIOS, QUE PASSA A TRAZER O MOTIVO E *
      *                   AS DATAS DO AFASTAMENTO NO LUGAR DO FILLER, *
      *                   SEM ALTERACAO DO CALCULO.                   *
      * 2026-10-15 SFP    OS NOVOS SALDOS PASSAM A SER GRAVADOS NO    *
      *                   MESTRE SO DEPOIS DE GERADOS OS LANCAMENTOS  *
      *                   (9500), PARA QUE A EXECUCAO INTERROMPIDA    *
      *                   POSSA SER REFEITA; A BAIXA DO FGTS DA       *
      *                   PROVISAO PASSA A CREDITAR A DESPESA DE      *
      *                   FGTS, JA QUE O PAGADOR LANCA O FGTS INTEIRO *
      *                   DO PAGAMENTO.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "CADFUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-CHAVE
               FILE STATUS IS WS-STATUS-CADASTRO.
           SELECT ARQ-HISTORICO ASSIGN TO "HISTORIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-STATUS-HISTORICO.
           SELECT ARQ-SALDO-PROVISAO ASSIGN TO "SALDPROV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WS-STATUS-SALDO.
           SELECT ARQ-TRIBUTOS ASSIGN TO "TABTRIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRIBUTOS.
           SELECT ARQ-COMPETENCIA ASSIGN TO "COMPETEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPETENCIA.
           SELECT ARQ-LANCAMENTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.
           SELECT ARQ-PROV-WORK ASSIGN TO "PROVWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROV-WORK.
           SELECT ARQ-SORT-PROV ASSIGN TO "SORTPRV".
           SELECT ARQ-PROV-ORD ASSIGN TO "PROVORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROV-ORD.
           SELECT ARQ-RELATORIO-PRV ASSIGN TO "RELPROV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-EXCECOES-PRV ASSIGN TO "EXCECPRV"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ARQ-FUNCIONARIOS - MESTRE INDEXADO DE FUNCIONARIOS, CHAVEADO   *
      * POR EMPRESA + MATRICULA E MANTIDO PELO CADMOV. LIDO EM         *
      * SEQUENCIA DE CHAVE. O LEIAUTE DEVE SER MANTIDO IDENTICO AO DO  *
      * CADMOV.                                                        *
      *****************************************************************
       FD  ARQ-FUNCIONARIOS
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-CADASTRO.
           05  CAD-CHAVE.
               10  CAD-EMPRESA        PIC 9(03).
               10  CAD-MATRICULA      PIC 9(06).
           05  CAD-NOME               PIC X(30).
           05  CAD-SALARIO-BRUTO      PIC 9(07)V99.
           05  CAD-DEPENDENTES        PIC 9(02).
           05  CAD-BANCO              PIC 9(03).
           05  CAD-AGENCIA            PIC 9(05).
           05  CAD-CONTA              PIC 9(10).
           05  CAD-CONTA-DV           PIC 9(01).
           05  CAD-CENTRO-CUSTO       PIC 9(04).
           05  CAD-CPF                PIC 9(11).
           05  CAD-CATEGORIA          PIC 9(02).
           05  CAD-SITUACAO           PIC X(01).
           05  CAD-DATA-ADMISSAO      PIC 9(08).
           05  CAD-DATA-DESLIGAMENTO  PIC 9(08).
           05  CAD-MOTIVO-AFASTAMENTO PIC X(01).
           05  CAD-DATA-AFASTAMENTO   PIC 9(08).
           05  CAD-DATA-RETORNO       PIC 9(08).

      *****************************************************************
      * ARQ-HISTORICO - MESTRE DE HISTORICO MENSAL DA FOLHA, CHAVEADO  *
      * POR EMPRESA + MATRICULA + COMPETENCIA + TIPO DE PAGAMENTO. LIDO*
      * AQUI EM SEQUENCIA DE CHAVE A PARTIR DA COMPETENCIA DA          *
      * ADMISSAO PARA CONTAR OS AVOS E LOCALIZAR OS PAGAMENTOS DE      *
      * FERIAS, 13 SALARIO E RESCISAO. REGISTROS ESTORNADOS ("E") NAO  *
      * CONTAM. O LEIAUTE DEVE SER MANTIDO IDENTICO AO DO CALCSAL.     *
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
      * ARQ-SALDO-PROVISAO - SALDOS DE PROVISAO POR EMPREGADO,         *
      * CHAVEADO POR EMPRESA + MATRICULA: A ULTIMA COMPETENCIA         *
      * PROVISIONADA, O CENTRO DE CUSTO, OS AVOS E OS SALDOS DE        *
      * FERIAS + 1/3, DE 13 SALARIO E DO FGTS E DO INSS PATRONAL       *
      * SOBRE ELES. CRIADO NA PRIMEIRA EXECUCAO.                       *
      *****************************************************************
       FD  ARQ-SALDO-PROVISAO
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-SALDO-PROVISAO.
           05  PRV-CHAVE.
               10  PRV-EMPRESA            PIC 9(03).
               10  PRV-MATRICULA          PIC 9(06).
           05  PRV-COMPETENCIA            PIC 9(06).
           05  PRV-CENTRO-CUSTO           PIC 9(04).
           05  PRV-AVOS-FERIAS            PIC 9(03).
           05  PRV-AVOS-13                PIC 9(02).
           05  PRV-SALDO-FERIAS           PIC 9(09)V99.
           05  PRV-SALDO-13               PIC 9(09)V99.
           05  PRV-SALDO-FGTS             PIC 9(09)V99.
           05  PRV-SALDO-INSS             PIC 9(09)V99.
           05  PRV-DATA-ATUALIZACAO       PIC 9(08).
           05  FILLER                     PIC X(44).

      *****************************************************************
      * ARQ-TRIBUTOS - TABELAS DE TRIBUTOS COM VIGENCIA, O MESMO       *
      * ARQUIVO DE PARAMETROS LIDO PELO CALCSAL. AQUI SO AS ALIQUOTAS  *
      * PATRONAIS ("P" = INSS PATRONAL, "A" = RAT, "F" = FATOR FAP,    *
      * "T" = TERCEIROS, POR EMPRESA; 000 = PADRAO) SAO APROVEITADAS,  *
      * PARA O INSS SOBRE A PROVISAO; AS FAIXAS DE INSS E DE IRRF SAO  *
      * IGNORADAS.                                                     *
      *****************************************************************
       FD  ARQ-TRIBUTOS
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-TRIBUTO.
           05  TRB-TIPO               PIC X(01).
           05  TRB-VIGENCIA-INI       PIC 9(06).
           05  TRB-VIGENCIA-FIM       PIC 9(06).
           05  TRB-FAIXA              PIC 9(02).
           05  TRB-LIMITE             PIC 9(07)V99.
           05  TRB-ALIQUOTA           PIC 9V9999.
           05  TRB-PARCELA            PIC 9(05)V99.
           05  TRB-EMPRESA            PIC 9(03).
           05  FILLER                 PIC X(41).

      *****************************************************************
      * ARQ-COMPETENCIA - HISTORICO DE PROCESSAMENTO DA FOLHA MENSAL   *
      * POR COMPETENCIA, GRAVADO PELO CALCSAL ("P" = PROCESSADA, "E" = *
      * ESTORNADA; O ULTIMO REGISTRO DA COMPETENCIA PREVALECE). A      *
      * PROVISAO SO RODA SOBRE COMPETENCIA PROCESSADA.                 *
      *****************************************************************
       FD  ARQ-COMPETENCIA
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-COMPETENCIA.
           05  CPT-COMPETENCIA            PIC 9(06).
           05  CPT-SITUACAO               PIC X(01).
           05  CPT-DATA                   PIC 9(08).
           05  FILLER                     PIC X(65).

      *****************************************************************
      * ARQ-LANCAMENTOS - INTERFACE DE LANCAMENTOS CONTABEIS, A MESMA  *
      * DA FOLHA MENSAL, DE FERIAS, DO 13 SALARIO E DA RESCISAO. A     *
      * PROVISAO ACRESCENTA, POR CENTRO DE CUSTO, A CONSTITUICAO (OU   *
      * REVERSAO) DO MES E A BAIXA DOS PAGAMENTOS. O LEIAUTE DEVE SER  *
      * MANTIDO IDENTICO NOS PROGRAMAS QUE GRAVAM NELA.                *
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
      * ARQ-PROV-WORK / ARQ-PROV-ORD - UM REGISTRO DE TRABALHO POR     *
      * EMPREGADO PROVISIONADO, COM OS NOVOS SALDOS E AVOS, A          *
      * CONSTITUICAO (COM SINAL - NEGATIVA E REVERSAO) E AS BAIXAS DO  *
      * MES. NA FINALIZACAO O ARQUIVO E CLASSIFICADO POR EMPRESA +     *
      * CENTRO DE CUSTO (ARQ-SORT-PROV -> ARQ-PROV-ORD) E LIDO COM     *
      * QUEBRA DE CONTROLE PARA O RELATORIO E PARA OS LANCAMENTOS, E   *
      * DEPOIS RELIDO PARA GRAVAR OS NOVOS SALDOS NO MESTRE.           *
      *****************************************************************
       FD  ARQ-PROV-WORK
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-PROV-WORK                  PIC X(200).

       SD  ARQ-SORT-PROV
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-SORT-PROV.
           05  SRT-EMPRESA                PIC 9(03).
           05  SRT-CENTRO-CUSTO           PIC 9(04).
           05  SRT-MATRICULA              PIC 9(06).
           05  FILLER                     PIC X(187).

       FD  ARQ-PROV-ORD
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-PROV-ORD.
           05  PRO-EMPRESA                PIC 9(03).
           05  PRO-CENTRO-CUSTO           PIC 9(04).
           05  PRO-MATRICULA              PIC 9(06).
           05  PRO-SALDO-FERIAS           PIC 9(09)V99.
           05  PRO-SALDO-13               PIC 9(09)V99.
           05  PRO-SALDO-FGTS             PIC 9(09)V99.
           05  PRO-SALDO-INSS             PIC 9(09)V99.
           05  PRO-CONST-FERIAS           PIC S9(09)V99.
           05  PRO-CONST-13               PIC S9(09)V99.
           05  PRO-CONST-FGTS             PIC S9(09)V99.
           05  PRO-CONST-INSS             PIC S9(09)V99.
           05  PRO-BAIXA-FERIAS           PIC 9(09)V99.
           05  PRO-BAIXA-13               PIC 9(09)V99.
           05  PRO-BAIXA-RESC-FERIAS      PIC 9(09)V99.
           05  PRO-BAIXA-RESC-13          PIC 9(09)V99.
           05  PRO-BAIXA-FGTS             PIC 9(09)V99.
           05  PRO-BAIXA-INSS             PIC 9(09)V99.
           05  PRO-AVOS-FERIAS            PIC 9(03).
           05  PRO-AVOS-13                PIC 9(02).
           05  FILLER                     PIC X(28).

      *****************************************************************
      * ARQ-RELATORIO-PRV - RELATORIO DE PROVISOES (IMPRESSAO), UMA    *
      * PAGINA NOVA POR EMPRESA: UMA LINHA POR CENTRO DE CUSTO COM OS  *
      * SALDOS, A CONSTITUICAO E AS BAIXAS DO MES, O TOTAL DA EMPRESA  *
      * E, AO FINAL, O TOTAL GERAL. CABECALHO, LINHA DE CENTRO E LINHA *
      * DE TOTAL SAO REDEFINICOES DO MESMO REGISTRO DE 132 POSICOES.   *
      *****************************************************************
       FD  ARQ-RELATORIO-PRV
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-PRV-LINHA          PIC X(132).
       01  REG-PRV-CAB REDEFINES REG-PRV-LINHA.
           05  CAB-EMPRESA        PIC X(40).
           05  CAB-TITULO         PIC X(52).
           05  CAB-DATA-LIT       PIC X(20).
           05  CAB-DATA           PIC X(10).
           05  CAB-PAGINA-LIT     PIC X(06).
           05  CAB-PAGINA         PIC 9(04).
       01  REG-PRV-DETALHE REDEFINES REG-PRV-LINHA.
           05  FILLER             PIC X(02).
           05  DET-CENTRO-CUSTO   PIC 9(04).
           05  FILLER             PIC X(09).
           05  DET-QTD            PIC ZZ.ZZ9.
           05  FILLER             PIC X(02).
           05  DET-SALDO-FERIAS   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  DET-SALDO-13       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  DET-SALDO-FGTS     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  DET-SALDO-INSS     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  DET-CONSTITUICAO   PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER             PIC X(02).
           05  DET-BAIXAS         PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(14).
       01  REG-PRV-TOTAL REDEFINES REG-PRV-LINHA.
           05  TOT-LITERAL        PIC X(15).
           05  TOT-QTD            PIC ZZ.ZZ9.
           05  FILLER             PIC X(02).
           05  TOT-SALDO-FERIAS   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  TOT-SALDO-13       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  TOT-SALDO-FGTS     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  TOT-SALDO-INSS     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  TOT-CONSTITUICAO   PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER             PIC X(02).
           05  TOT-BAIXAS         PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(14).

      *****************************************************************
      * ARQ-EXCECOES-PRV - OCORRENCIAS DA PROVISAO (MATRICULA JA       *
      * PROVISIONADA NA COMPETENCIA), COM O TOTAL AO FINAL.            *
      *****************************************************************
       FD  ARQ-EXCECOES-PRV
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-EXCECAO.
           05  EXC-MATRICULA              PIC 9(06).
           05  FILLER                     PIC X(02).
           05  EXC-CAMPO                  PIC X(15).
           05  FILLER                     PIC X(02).
           05  EXC-MOTIVO                 PIC X(40).
           05  FILLER                     PIC X(15).
       01  REG-EXCECAO-TOTAL REDEFINES REG-EXCECAO.
           05  EXCT-LITERAL               PIC X(08).
           05  FILLER                     PIC X(02).
           05  EXCT-QTD-REJEITADOS        PIC 9(05).
           05  FILLER                     PIC X(65).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * CABECALHO DAS COLUNAS DO RELATORIO, ALINHADO COM A LINHA DE    *
      * CENTRO DE CUSTO (REG-PRV-DETALHE).                             *
      *****************************************************************
       01  WS-CABECALHO-COLUNAS.
           05  FILLER   PIC X(15) VALUE "  C.CUSTO".
           05  FILLER   PIC X(06) VALUE "  QTD.".
           05  FILLER   PIC X(16) VALUE "    SALDO FERIAS".
           05  FILLER   PIC X(16) VALUE "   SALDO 13 SAL.".
           05  FILLER   PIC X(16) VALUE "      SALDO FGTS".
           05  FILLER   PIC X(16) VALUE "      SALDO INSS".
           05  FILLER   PIC X(17) VALUE "  CONSTIT./REVER.".
           05  FILLER   PIC X(16) VALUE "     BAIXAS MES".
           05  FILLER   PIC X(14) VALUE SPACES.

      *****************************************************************
      * PARAMETRO DA COMPETENCIA DA PROVISAO (AAAAMM), INFORMADO NA    *
      * LINHA DE COMANDO.                                              *
      *****************************************************************
       77  WS-PARAMETRO-COMPETENCIA PIC X(06) VALUE SPACES.
       01  WS-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-DET REDEFINES WS-COMPETENCIA.
           05  WS-COMPETENCIA-ANO    PIC 9(04).
           05  WS-COMPETENCIA-MES    PIC 9(02).

       01  WS-COMPETENCIA-EDICAO.
           05  WS-COMP-EDI-MES       PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-COMP-EDI-ANO       PIC 9(04).

       01  WS-TITULO-PROVISAO.
           05  FILLER                PIC X(26)
                   VALUE "PROVISOES DE FERIAS E 13 ".
           05  FILLER                PIC X(19)
                   VALUE "SALARIO - COMPET. ".
           05  WS-TITULO-COMPETENCIA PIC X(07).

       01  WS-EMPRESA-CABECALHO.
           05  FILLER                PIC X(22)
                   VALUE "FOLHA PAGTO - EMPRESA ".
           05  WS-EMPRESA-CAB-COD    PIC 9(03).
           05  FILLER                PIC X(15) VALUE SPACES.

      *****************************************************************
      * SITUACAO DA COMPETENCIA NA FOLHA MENSAL (ARQ-COMPETENCIA).     *
      *****************************************************************
       77  WS-SITUACAO-COMPETENCIA PIC X(01) VALUE SPACES.
           88  COMPETENCIA-PROCESSADA    VALUE "P".
       77  WS-EOF-COMPETENCIA     PIC X(01) VALUE "N".
           88  FIM-COMPETENCIA           VALUE "S".

      *****************************************************************
      * DATAS DO EMPREGADO EM PROCESSAMENTO E COMPETENCIA DO REGISTRO  *
      * DE HISTORICO LIDO, PARA A CONTAGEM DE AVOS.                    *
      *****************************************************************
       01  WS-DATA-ADMISSAO       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ADMISSAO-DET REDEFINES WS-DATA-ADMISSAO.
           05  WS-ADM-ANO            PIC 9(04).
           05  WS-ADM-MES            PIC 9(02).
           05  WS-ADM-DIA            PIC 9(02).
       77  WS-COMPETENCIA-ADMISSAO PIC 9(06) VALUE ZEROS.
       77  WS-COMPETENCIA-DESLIG  PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-HST     PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-HST-DET REDEFINES WS-COMPETENCIA-HST.
           05  WS-HST-ANO            PIC 9(04).
           05  WS-HST-MES            PIC 9(02).
       77  WS-MESES-CONTRATO      PIC 9(04) VALUE ZEROS.
       77  WS-PERIODO-HST         PIC 9(03) VALUE ZEROS.
       77  WS-PERIODO-ATUAL       PIC 9(03) VALUE ZEROS.

      *****************************************************************
      * AVOS E PAGAMENTOS APURADOS NO HISTORICO. OS AVOS DE FERIAS     *
      * ACUMULAM DESDE A ADMISSAO E, A CADA FERIAS PAGAS, VOLTAM AOS   *
      * AVOS DO PERIODO AQUISITIVO EM CURSO. OS PAGAMENTOS SO CONTAM   *
      * SE POSTERIORES A ULTIMA COMPETENCIA PROVISIONADA.              *
      *****************************************************************
       77  WS-AVOS-FERIAS         PIC 9(03) VALUE ZEROS.
       77  WS-AVOS-PERIODO        PIC 9(03) VALUE ZEROS.
       77  WS-AVOS-13             PIC 9(02) VALUE ZEROS.
       77  WS-13-QUITADO          PIC X(01) VALUE "N".
           88  DECIMO-TERCEIRO-QUITADO   VALUE "S".
       77  WS-RESCINDIDO          PIC X(01) VALUE "N".
           88  CONTRATO-RESCINDIDO       VALUE "S".
       77  WS-PAGO-FERIAS         PIC 9(09)V99 VALUE ZEROS.
       77  WS-PAGO-13             PIC 9(09)V99 VALUE ZEROS.
       77  WS-PAGO-RESCISAO       PIC 9(09)V99 VALUE ZEROS.

      *****************************************************************
      * SALDOS ANTERIORES (DO MESTRE DE SALDOS), NOVOS SALDOS, BAIXAS  *
      * E CONSTITUICAO DO EMPREGADO EM PROCESSAMENTO.                  *
      *****************************************************************
       77  WS-SALDO-ENCONTRADO    PIC X(01) VALUE "N".
           88  SALDO-ENCONTRADO          VALUE "S".
       77  WS-ANT-COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77  WS-ANT-FERIAS          PIC 9(09)V99 VALUE ZEROS.
       77  WS-ANT-13              PIC 9(09)V99 VALUE ZEROS.
       77  WS-ANT-FGTS            PIC 9(09)V99 VALUE ZEROS.
       77  WS-ANT-INSS            PIC 9(09)V99 VALUE ZEROS.
       77  WS-NOVO-FERIAS         PIC 9(09)V99 VALUE ZEROS.
       77  WS-NOVO-13             PIC 9(09)V99 VALUE ZEROS.
       77  WS-NOVO-FGTS           PIC 9(09)V99 VALUE ZEROS.
       77  WS-NOVO-INSS           PIC 9(09)V99 VALUE ZEROS.
       77  WS-RESTO-FERIAS        PIC 9(09)V99 VALUE ZEROS.
       77  WS-RESTO-13            PIC 9(09)V99 VALUE ZEROS.
       77  WS-BASE-BAIXA          PIC 9(09)V99 VALUE ZEROS.
       77  WS-ENCARGO-BAIXA       PIC 9(09)V99 VALUE ZEROS.
       01  WS-PROV-SAIDA.
           05  WS-PRS-EMPRESA             PIC 9(03).
           05  WS-PRS-CENTRO-CUSTO        PIC 9(04).
           05  WS-PRS-MATRICULA           PIC 9(06).
           05  WS-PRS-SALDO-FERIAS        PIC 9(09)V99.
           05  WS-PRS-SALDO-13            PIC 9(09)V99.
           05  WS-PRS-SALDO-FGTS          PIC 9(09)V99.
           05  WS-PRS-SALDO-INSS          PIC 9(09)V99.
           05  WS-PRS-CONST-FERIAS        PIC S9(09)V99.
           05  WS-PRS-CONST-13            PIC S9(09)V99.
           05  WS-PRS-CONST-FGTS          PIC S9(09)V99.
           05  WS-PRS-CONST-INSS          PIC S9(09)V99.
           05  WS-PRS-BAIXA-FERIAS        PIC 9(09)V99.
           05  WS-PRS-BAIXA-13            PIC 9(09)V99.
           05  WS-PRS-BAIXA-RESC-FERIAS   PIC 9(09)V99.
           05  WS-PRS-BAIXA-RESC-13       PIC 9(09)V99.
           05  WS-PRS-BAIXA-FGTS          PIC 9(09)V99.
           05  WS-PRS-BAIXA-INSS          PIC 9(09)V99.
           05  WS-PRS-AVOS-FERIAS         PIC 9(03).
           05  WS-PRS-AVOS-13             PIC 9(02).
           05  FILLER                     PIC X(28) VALUE SPACES.

       77  WS-TAXA-FGTS           PIC 9V99 VALUE 0,08.

      *****************************************************************
      * ALIQUOTAS PATRONAIS VIGENTES NA COMPETENCIA, CARREGADAS DE     *
      * ARQ-TRIBUTOS: UMA ENTRADA POR TIPO E EMPRESA (000 = PADRAO),   *
      * COM AS MESMAS REGRAS DO CALCSAL. A ALIQUOTA DE ENCARGOS DA     *
      * EMPRESA (INSS PATRONAL + RAT X FAP + TERCEIROS) E RESOLVIDA    *
      * A CADA TROCA DE EMPRESA NO MESTRE DE FUNCIONARIOS.             *
      *****************************************************************
       77  WS-STATUS-TRIBUTOS     PIC X(02) VALUE SPACES.
       77  WS-EOF-TRIBUTOS        PIC X(01) VALUE "N".
           88  FIM-TRIBUTOS              VALUE "S".
       77  WS-QTD-ENCARGOS        PIC 9(02) VALUE ZEROS.
       77  WS-ENC-IDX             PIC 9(02) VALUE ZEROS.
       77  WS-QTD-ENCARGOS-PADRAO PIC 9(02) VALUE ZEROS.
       77  WS-EMPRESA-ENCARGO     PIC 9(03) VALUE ZEROS.
       77  WS-EMPRESA-RESOLVIDA   PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-ENCARGOS.
           05  WS-ENC OCCURS 50 TIMES.
               10  WS-ENC-TIPO            PIC X(01).
               10  WS-ENC-EMPRESA         PIC 9(03).
               10  WS-ENC-ALIQUOTA        PIC 9V9999.

       77  WS-ALIQ-PATRONAL       PIC 9V9999 VALUE ZEROS.
       77  WS-ALIQ-RAT            PIC 9V9999 VALUE ZEROS.
       77  WS-FATOR-FAP           PIC 9V9999 VALUE 1,0000.
       77  WS-ALIQ-TERCEIROS      PIC 9V9999 VALUE ZEROS.
       77  WS-ALIQ-ENCARGOS       PIC 9V999999 VALUE ZEROS.

      *****************************************************************
      * QUEBRA DE CONTROLE DA FINALIZACAO: EMPRESA E CENTRO DE CUSTO   *
      * EM CURSO, COM OS TOTAIS DO CENTRO, DA EMPRESA E GERAL.         *
      *****************************************************************
       77  WS-EOF-PROV-ORD        PIC X(01) VALUE "N".
           88  FIM-PROV-ORD              VALUE "S".
       77  WS-EMPRESA-ABERTA      PIC X(01) VALUE "N".
           88  EMPRESA-ABERTA            VALUE "S".
       77  WS-CENTRO-ABERTO       PIC X(01) VALUE "N".
           88  CENTRO-ABERTO             VALUE "S".
       77  WS-EMPRESA-ATUAL       PIC 9(03) VALUE ZEROS.
       77  WS-CENTRO-ATUAL        PIC 9(04) VALUE ZEROS.
       01  WS-TOTAIS-CENTRO.
           05  WS-CTC-QTD                 PIC 9(05).
           05  WS-CTC-SALDO-FERIAS        PIC 9(11)V99.
           05  WS-CTC-SALDO-13            PIC 9(11)V99.
           05  WS-CTC-SALDO-FGTS          PIC 9(11)V99.
           05  WS-CTC-SALDO-INSS          PIC 9(11)V99.
           05  WS-CTC-CONST-FERIAS        PIC S9(11)V99.
           05  WS-CTC-CONST-13            PIC S9(11)V99.
           05  WS-CTC-CONST-FGTS          PIC S9(11)V99.
           05  WS-CTC-CONST-INSS          PIC S9(11)V99.
           05  WS-CTC-BAIXA-FERIAS        PIC 9(11)V99.
           05  WS-CTC-BAIXA-13            PIC 9(11)V99.
           05  WS-CTC-BAIXA-RESC-FERIAS   PIC 9(11)V99.
           05  WS-CTC-BAIXA-RESC-13       PIC 9(11)V99.
           05  WS-CTC-BAIXA-FGTS          PIC 9(11)V99.
           05  WS-CTC-BAIXA-INSS          PIC 9(11)V99.
       01  WS-TOTAIS-EMPRESA.
           05  WS-TEM-QTD                 PIC 9(05).
           05  WS-TEM-SALDO-FERIAS        PIC 9(11)V99.
           05  WS-TEM-SALDO-13            PIC 9(11)V99.
           05  WS-TEM-SALDO-FGTS          PIC 9(11)V99.
           05  WS-TEM-SALDO-INSS          PIC 9(11)V99.
           05  WS-TEM-CONSTITUICAO        PIC S9(11)V99.
           05  WS-TEM-BAIXAS              PIC 9(11)V99.
       01  WS-TOTAIS-GERAIS.
           05  WS-TGE-QTD                 PIC 9(05).
           05  WS-TGE-SALDO-FERIAS        PIC 9(11)V99.
           05  WS-TGE-SALDO-13            PIC 9(11)V99.
           05  WS-TGE-SALDO-FGTS          PIC 9(11)V99.
           05  WS-TGE-SALDO-INSS          PIC 9(11)V99.
           05  WS-TGE-CONSTITUICAO        PIC S9(11)V99.
           05  WS-TGE-BAIXAS              PIC 9(11)V99.
       77  WS-CTC-CONSTITUICAO    PIC S9(11)V99 VALUE ZEROS.
       77  WS-CTC-BAIXAS          PIC 9(11)V99 VALUE ZEROS.

      *****************************************************************
      * PAR DE LANCAMENTOS (DEBITO E CREDITO DO MESMO VALOR) MONTADO   *
      * ANTES DA GRAVACAO; VALOR ZERO NAO GERA LANCAMENTO. NA          *
      * CONSTITUICAO NEGATIVA (REVERSAO) AS CONTAS SE INVERTEM.        *
      *****************************************************************
       77  WS-LAN-DEBITO          PIC X(25) VALUE SPACES.
       77  WS-LAN-CREDITO         PIC X(25) VALUE SPACES.
       77  WS-LAN-VALOR           PIC 9(13)V99 VALUE ZEROS.
       77  WS-LAN-VALOR-SINAL     PIC S9(13)V99 VALUE ZEROS.
       77  WS-QTD-LANCAMENTOS     PIC 9(07) VALUE ZEROS.

       77  WS-CONTADOR            PIC 9(05) VALUE ZEROS.
       77  WS-CONTADOR-EXCECOES   PIC 9(05) VALUE ZEROS.
       77  WS-CAMPO-REJEICAO      PIC X(15) VALUE SPACES.
       77  WS-MOTIVO-REJEICAO     PIC X(40) VALUE SPACES.

       77  WS-NUMERO-PAGINA       PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WS-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-SIS-ANO       PIC 9(04).
           05  WS-DATA-SIS-MES       PIC 9(02).
           05  WS-DATA-SIS-DIA       PIC 9(02).

       01  WS-DATA-SISTEMA-EDICAO.
           05  WS-DATA-EDI-DIA       PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-DATA-EDI-MES       PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-DATA-EDI-ANO       PIC 9(04).

       77  WS-EOF-FUNCIONARIOS    PIC X(01) VALUE "N".
           88  FIM-FUNCIONARIOS          VALUE "S".
       77  WS-EOF-HISTORICO       PIC X(01) VALUE "N".
           88  FIM-HISTORICO             VALUE "S".

       77  WS-STATUS-CADASTRO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTORICO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-SALDO        PIC X(02) VALUE SPACES.
       77  WS-STATUS-COMPETENCIA  PIC X(02) VALUE SPACES.
       77  WS-STATUS-LANCAMENTOS  PIC X(02) VALUE SPACES.
       77  WS-STATUS-PROV-WORK    PIC X(02) VALUE SPACES.
       77  WS-STATUS-PROV-ORD     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - CONTROLA O LOTE DE PROVISOES DA COMPETENCIA    *
      *****************************************************************
       0000-MAINLINE.
           DISPLAY "========================================".
           DISPLAY "   PROVISAO DE FERIAS E 13 SALARIO    ".
           DISPLAY "========================================".

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           PERFORM 0600-VERIFICA-COMPETENCIA THRU 0600-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           PERFORM 2000-PROCESSA-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-FUNCIONARIOS.

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           STOP RUN.

      *****************************************************************
      * 0500-TRATA-PARAMETROS - LE E CRITICA A COMPETENCIA DA          *
      *                         PROVISAO, INFORMADA NA LINHA DE        *
      *                         COMANDO                                *
      *****************************************************************
       0500-TRATA-PARAMETROS.
           ACCEPT WS-PARAMETRO-COMPETENCIA FROM COMMAND-LINE.
           IF WS-PARAMETRO-COMPETENCIA IS NOT NUMERIC
               DISPLAY "ERRO FATAL - INFORMAR A COMPETENCIA DA "
                   "PROVISAO NA LINHA DE COMANDO (AAAAMM)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARAMETRO-COMPETENCIA TO WS-COMPETENCIA.
           IF WS-COMPETENCIA-MES < 01 OR WS-COMPETENCIA-MES > 12
                   OR WS-COMPETENCIA-ANO = ZEROS
               DISPLAY "ERRO FATAL - COMPETENCIA INVALIDA: "
                   WS-COMPETENCIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-COMPETENCIA-MES TO WS-COMP-EDI-MES.
           MOVE WS-COMPETENCIA-ANO TO WS-COMP-EDI-ANO.
           MOVE WS-COMPETENCIA-EDICAO TO WS-TITULO-COMPETENCIA.
           DISPLAY "COMPETENCIA DA PROVISAO: " WS-COMPETENCIA-EDICAO.
       0500-EXIT.
           EXIT.

      *****************************************************************
      * 0600-VERIFICA-COMPETENCIA - EXIGE A FOLHA MENSAL DA            *
      *                             COMPETENCIA PROCESSADA (E NAO      *
      *                             ESTORNADA): A PROVISAO CONTA OS    *
      *                             AVOS NO HISTORICO GRAVADO POR ELA  *
      *****************************************************************
       0600-VERIFICA-COMPETENCIA.
           MOVE SPACES TO WS-SITUACAO-COMPETENCIA.
           OPEN INPUT ARQ-COMPETENCIA.
           IF WS-STATUS-COMPETENCIA = "35"
               CONTINUE
           ELSE
               IF WS-STATUS-COMPETENCIA NOT = "00"
                   DISPLAY "ERRO FATAL - FALHA AO ABRIR O HISTORICO "
                       "DE COMPETENCIAS (ARQ-COMPETENCIA), FILE "
                       "STATUS " WS-STATUS-COMPETENCIA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0610-LER-COMPETENCIA THRU 0610-EXIT
                   UNTIL FIM-COMPETENCIA
               CLOSE ARQ-COMPETENCIA
           END-IF.
           IF NOT COMPETENCIA-PROCESSADA
               DISPLAY "ERRO FATAL - FOLHA MENSAL DA COMPETENCIA "
                   WS-COMPETENCIA-EDICAO " NAO PROCESSADA - RODAR O "
                   "CALCSAL ANTES DA PROVISAO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0600-EXIT.
           EXIT.

       0610-LER-COMPETENCIA.
           READ ARQ-COMPETENCIA
               AT END
                   MOVE "S" TO WS-EOF-COMPETENCIA
               NOT AT END
                   IF CPT-COMPETENCIA = WS-COMPETENCIA
                       MOVE CPT-SITUACAO TO WS-SITUACAO-COMPETENCIA
                   END-IF
           END-READ.
       0610-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - CARREGA AS ALIQUOTAS PATRONAIS, ABRE OS   *
      *                      ARQUIVOS E FAZ A LEITURA ANTECIPADA       *
      *****************************************************************
       1000-INICIALIZACAO.
           PERFORM 1480-CARREGA-ENCARGOS THRU 1480-EXIT.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-STATUS-CADASTRO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR O MESTRE DE "
                   "FUNCIONARIOS (ARQ-FUNCIONARIOS), FILE STATUS "
                   WS-STATUS-CADASTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR O HISTORICO DA "
                   "FOLHA (ARQ-HISTORICO), FILE STATUS "
                   WS-STATUS-HISTORICO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-ABRE-SALDOS THRU 1500-EXIT.
           OPEN OUTPUT ARQ-PROV-WORK.
           IF WS-STATUS-PROV-WORK NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO CRIAR O ARQUIVO DE "
                   "TRABALHO DA PROVISAO (ARQ-PROV-WORK), FILE "
                   "STATUS " WS-STATUS-PROV-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-EXCECOES-PRV.
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           PERFORM 2100-LER-FUNCIONARIO THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-CAPTURA-DATA-SISTEMA - CAPTURA A DATA DO SISTEMA UMA UNICA*
      *                             VEZ NO INICIO DO LOTE PARA O       *
      *                             RELATORIO E OS LANCAMENTOS         *
      *****************************************************************
       1050-CAPTURA-DATA-SISTEMA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SIS-DIA TO WS-DATA-EDI-DIA.
           MOVE WS-DATA-SIS-MES TO WS-DATA-EDI-MES.
           MOVE WS-DATA-SIS-ANO TO WS-DATA-EDI-ANO.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1100-IMPRIME-CABECALHO - ABRE UMA PAGINA NOVA DO RELATORIO COM *
      *                          A EMPRESA EM CURSO E O CABECALHO DAS  *
      *                          COLUNAS                               *
      *****************************************************************
       1100-IMPRIME-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.
           MOVE SPACES TO REG-PRV-CAB.
           MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-CAB-COD.
           MOVE WS-EMPRESA-CABECALHO TO CAB-EMPRESA.
           MOVE WS-TITULO-PROVISAO TO CAB-TITULO.
           MOVE "DATA DE EMISSAO:" TO CAB-DATA-LIT.
           MOVE WS-DATA-SISTEMA-EDICAO TO CAB-DATA.
           MOVE "PAG.: " TO CAB-PAGINA-LIT.
           MOVE WS-NUMERO-PAGINA TO CAB-PAGINA.
           WRITE REG-PRV-CAB.

           MOVE SPACES TO REG-PRV-LINHA.
           WRITE REG-PRV-LINHA.

           WRITE REG-PRV-LINHA FROM WS-CABECALHO-COLUNAS.

           MOVE SPACES TO REG-PRV-LINHA.
           WRITE REG-PRV-LINHA.
           ADD 4 TO WS-LINHAS-PAGINA.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1480-CARREGA-ENCARGOS - CARREGA AS ALIQUOTAS PATRONAIS         *
      *                         VIGENTES NA COMPETENCIA, COM AS        *
      *                         MESMAS CRITICAS DO CALCSAL: REGISTRO   *
      *                         INVALIDO, VIGENCIAS SOBREPOSTAS OU     *
      *                         FALTA DO PADRAO (EMPRESA 000) DE INSS  *
      *                         PATRONAL, RAT E TERCEIROS DERRUBAM O   *
      *                         LOTE. AS FAIXAS DE INSS E DE IRRF SAO  *
      *                         IGNORADAS                              *
      *****************************************************************
       1480-CARREGA-ENCARGOS.
           OPEN INPUT ARQ-TRIBUTOS.
           IF WS-STATUS-TRIBUTOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR AS TABELAS DE "
                   "TRIBUTOS (ARQ-TRIBUTOS), FILE STATUS "
                   WS-STATUS-TRIBUTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1482-LER-TRIBUTO THRU 1482-EXIT
               UNTIL FIM-TRIBUTOS.
           CLOSE ARQ-TRIBUTOS.
           IF WS-QTD-ENCARGOS-PADRAO NOT = 3
               DISPLAY "ERRO FATAL - ALIQUOTAS PADRAO DE INSS "
                   "PATRONAL, RAT E TERCEIROS (EMPRESA 000) NAO "
                   "VIGENTES PARA A COMPETENCIA " WS-COMPETENCIA-EDICAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1480-EXIT.
           EXIT.

       1482-LER-TRIBUTO.
           READ ARQ-TRIBUTOS
               AT END
                   MOVE "S" TO WS-EOF-TRIBUTOS
               NOT AT END
                   PERFORM 1484-APLICA-TRIBUTO THRU 1484-EXIT
           END-READ.
       1482-EXIT.
           EXIT.

       1484-APLICA-TRIBUTO.
           IF TRB-VIGENCIA-INI IS NOT NUMERIC
                   OR TRB-VIGENCIA-FIM IS NOT NUMERIC
                   OR TRB-FAIXA IS NOT NUMERIC
                   OR TRB-LIMITE IS NOT NUMERIC
                   OR TRB-ALIQUOTA IS NOT NUMERIC
                   OR TRB-PARCELA IS NOT NUMERIC
               DISPLAY "ERRO FATAL - REGISTRO INVALIDO NAS TABELAS "
                   "DE TRIBUTOS (ARQ-TRIBUTOS)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COMPETENCIA < TRB-VIGENCIA-INI
                   OR WS-COMPETENCIA > TRB-VIGENCIA-FIM
               GO TO 1484-EXIT
           END-IF.
           EVALUATE TRB-TIPO
               WHEN "I"
               WHEN "R"
                   CONTINUE
               WHEN "P"
               WHEN "A"
               WHEN "F"
               WHEN "T"
                   PERFORM 1486-GUARDA-ENCARGO THRU 1486-EXIT
               WHEN OTHER
                   DISPLAY "ERRO FATAL - TIPO DE TRIBUTO INVALIDO "
                       "NAS TABELAS DE TRIBUTOS: " TRB-TIPO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1484-EXIT.
           EXIT.

      *****************************************************************
      * 1486-GUARDA-ENCARGO - GUARDA NA TABELA DE ENCARGOS A ALIQUOTA  *
      *                       PATRONAL VIGENTE DE UM TIPO E EMPRESA    *
      *****************************************************************
       1486-GUARDA-ENCARGO.
           IF TRB-EMPRESA IS NOT NUMERIC
               DISPLAY "ERRO FATAL - EMPRESA INVALIDA NA ALIQUOTA "
                   "PATRONAL TIPO " TRB-TIPO " DAS TABELAS DE TRIBUTOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1487-VERIFICA-DUPLICIDADE THRU 1487-EXIT
               VARYING WS-ENC-IDX FROM 1 BY 1
               UNTIL WS-ENC-IDX > WS-QTD-ENCARGOS.
           IF WS-QTD-ENCARGOS NOT < 50
               DISPLAY "ERRO FATAL - LIMITE DE 50 ALIQUOTAS PATRONAIS "
                   "EXCEDIDO NAS TABELAS DE TRIBUTOS"
               MOVE 16 TO RETURN-CODE
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
               STOP RUN
           END-IF.
       1487-EXIT.
           EXIT.

      *****************************************************************
      * 1500-ABRE-SALDOS - ABRE O MESTRE DE SALDOS DE PROVISAO EM      *
      *                    ENTRADA/SAIDA, CRIANDO O ARQUIVO NA         *
      *                    PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR      *
      *****************************************************************
       1500-ABRE-SALDOS.
           OPEN I-O ARQ-SALDO-PROVISAO.
           IF WS-STATUS-SALDO = "35"
               OPEN OUTPUT ARQ-SALDO-PROVISAO
               CLOSE ARQ-SALDO-PROVISAO
               OPEN I-O ARQ-SALDO-PROVISAO
           END-IF.
           IF WS-STATUS-SALDO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS SALDOS DE "
                   "PROVISAO (ARQ-SALDO-PROVISAO), FILE STATUS "
                   WS-STATUS-SALDO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-FUNCIONARIO - PROVISIONA O EMPREGADO E AVANCA    *
      *                             PARA O PROXIMO REGISTRO DO MESTRE. *
      *                             ADMITIDO DEPOIS DA COMPETENCIA NAO *
      *                             TEM PROVISAO; DESLIGADO ANTES DELA *
      *                             SO E TRATADO SE AINDA TIVER SALDO  *
      *                             A BAIXAR. MATRICULA JA             *
      *                             PROVISIONADA NA COMPETENCIA (OU    *
      *                             DEPOIS) VAI PARA AS EXCECOES       *
      *****************************************************************
       2000-PROCESSA-FUNCIONARIO.
           COMPUTE WS-COMPETENCIA-ADMISSAO = CAD-DATA-ADMISSAO / 100.
           COMPUTE WS-COMPETENCIA-DESLIG =
               CAD-DATA-DESLIGAMENTO / 100.
           IF WS-COMPETENCIA-ADMISSAO > WS-COMPETENCIA
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2200-LE-SALDO THRU 2200-EXIT.
           IF CAD-SITUACAO = "D"
                   AND WS-COMPETENCIA-DESLIG < WS-COMPETENCIA
                   AND WS-ANT-FERIAS = ZEROS AND WS-ANT-13 = ZEROS
                   AND WS-ANT-FGTS = ZEROS AND WS-ANT-INSS = ZEROS
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF WS-ANT-COMPETENCIA NOT < WS-COMPETENCIA
               MOVE "COMPETENCIA"     TO WS-CAMPO-REJEICAO
               MOVE "MATRICULA JA PROVISIONADA NA COMPETENCIA"
                   TO WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF CAD-EMPRESA NOT = WS-EMPRESA-RESOLVIDA
               PERFORM 7050-RESOLVE-ENCARGOS THRU 7050-EXIT
           END-IF.
           PERFORM 3000-APURA-AVOS THRU 3000-EXIT.
           PERFORM 3200-CALCULA-SALDOS THRU 3200-EXIT.
           PERFORM 3300-APURA-BAIXAS THRU 3300-EXIT.
           PERFORM 3400-CALCULA-CONSTITUICAO THRU 3400-EXIT.
           MOVE WS-AVOS-FERIAS TO WS-PRS-AVOS-FERIAS.
           MOVE WS-AVOS-13     TO WS-PRS-AVOS-13.
           WRITE REG-PROV-WORK FROM WS-PROV-SAIDA.
           ADD 1 TO WS-CONTADOR.
       2000-LER-PROXIMO.
           PERFORM 2100-LER-FUNCIONARIO THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-LER-FUNCIONARIO - LE O PROXIMO REGISTRO DO MESTRE DE      *
      *                        FUNCIONARIOS, EM SEQUENCIA DE CHAVE     *
      *****************************************************************
       2100-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END
                   MOVE "S" TO WS-EOF-FUNCIONARIOS
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-LE-SALDO - LE OS SALDOS ANTERIORES DO EMPREGADO NO MESTRE *
      *                 DE SALDOS DE PROVISAO (ZERADOS NA PRIMEIRA     *
      *                 PROVISAO DA MATRICULA)                         *
      *****************************************************************
       2200-LE-SALDO.
           MOVE CAD-EMPRESA   TO PRV-EMPRESA.
           MOVE CAD-MATRICULA TO PRV-MATRICULA.
           READ ARQ-SALDO-PROVISAO
               INVALID KEY
                   MOVE "N" TO WS-SALDO-ENCONTRADO
               NOT INVALID KEY
                   MOVE "S" TO WS-SALDO-ENCONTRADO
           END-READ.
           IF SALDO-ENCONTRADO
               MOVE PRV-COMPETENCIA  TO WS-ANT-COMPETENCIA
               MOVE PRV-SALDO-FERIAS TO WS-ANT-FERIAS
               MOVE PRV-SALDO-13     TO WS-ANT-13
               MOVE PRV-SALDO-FGTS   TO WS-ANT-FGTS
               MOVE PRV-SALDO-INSS   TO WS-ANT-INSS
           ELSE
               MOVE ZEROS TO WS-ANT-COMPETENCIA
               MOVE ZEROS TO WS-ANT-FERIAS
               MOVE ZEROS TO WS-ANT-13
               MOVE ZEROS TO WS-ANT-FGTS
               MOVE ZEROS TO WS-ANT-INSS
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-GRAVA-EXCECAO - REGISTRA A OCORRENCIA DA MATRICULA NO     *
      *                      ARQUIVO DE EXCECOES                       *
      *****************************************************************
       2300-GRAVA-EXCECAO.
           ADD 1 TO WS-CONTADOR-EXCECOES.
           MOVE SPACES              TO REG-EXCECAO.
           MOVE CAD-MATRICULA       TO EXC-MATRICULA.
           MOVE WS-CAMPO-REJEICAO   TO EXC-CAMPO.
           MOVE WS-MOTIVO-REJEICAO  TO EXC-MOTIVO.
           WRITE REG-EXCECAO.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 3000-APURA-AVOS - PERCORRE O HISTORICO DO EMPREGADO DA         *
      *                   COMPETENCIA DA ADMISSAO ATE A DA PROVISAO,   *
      *                   CONTANDO OS AVOS DE FERIAS E DE 13 E         *
      *                   SOMANDO OS PAGAMENTOS AINDA NAO BAIXADOS.    *
      *                   REGISTROS ANTERIORES A ADMISSAO SAO DE       *
      *                   CONTRATO ANTERIOR E FICAM DE FORA            *
      *****************************************************************
       3000-APURA-AVOS.
           MOVE ZEROS TO WS-AVOS-FERIAS.
           MOVE ZEROS TO WS-AVOS-PERIODO.
           MOVE ZEROS TO WS-AVOS-13.
           MOVE ZEROS TO WS-PAGO-FERIAS.
           MOVE ZEROS TO WS-PAGO-13.
           MOVE ZEROS TO WS-PAGO-RESCISAO.
           MOVE 999   TO WS-PERIODO-ATUAL.
           MOVE "N"   TO WS-13-QUITADO.
           MOVE "N"   TO WS-RESCINDIDO.
           MOVE CAD-DATA-ADMISSAO TO WS-DATA-ADMISSAO.

           MOVE "N"                     TO WS-EOF-HISTORICO.
           MOVE CAD-EMPRESA             TO HST-EMPRESA.
           MOVE CAD-MATRICULA           TO HST-MATRICULA.
           MOVE WS-COMPETENCIA-ADMISSAO TO HST-COMPETENCIA.
           MOVE SPACES                  TO HST-TIPO-PAGAMENTO.
           START ARQ-HISTORICO KEY IS NOT LESS THAN HST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-HISTORICO
           END-START.
           PERFORM 3100-LER-HISTORICO THRU 3100-EXIT
               UNTIL FIM-HISTORICO.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-LER-HISTORICO - LE O PROXIMO REGISTRO DE HISTORICO DO     *
      *                      EMPREGADO E O CONTABILIZA: FOLHA MENSAL   *
      *                      SOMA UM AVO DE FERIAS (E DE 13 NO ANO DA  *
      *                      COMPETENCIA, SE O 13 AINDA NAO FOI        *
      *                      QUITADO); FERIAS PAGAS REDUZEM OS AVOS DE *
      *                      FERIAS AOS DO PERIODO AQUISITIVO EM CURSO;*
      *                      A 2A PARCELA DO ANO QUITA O 13; A         *
      *                      RESCISAO ENCERRA O CONTRATO. OUTRA        *
      *                      MATRICULA OU COMPETENCIA POSTERIOR A DA   *
      *                      PROVISAO ENCERRA A LEITURA                *
      *****************************************************************
       3100-LER-HISTORICO.
           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-HISTORICO
                   GO TO 3100-EXIT
           END-READ.
           IF HST-EMPRESA NOT = CAD-EMPRESA
                   OR HST-MATRICULA NOT = CAD-MATRICULA
                   OR HST-COMPETENCIA > WS-COMPETENCIA
               MOVE "S" TO WS-EOF-HISTORICO
               GO TO 3100-EXIT
           END-IF.
           IF HST-SITUACAO = "E"
               GO TO 3100-EXIT
           END-IF.
           MOVE HST-COMPETENCIA TO WS-COMPETENCIA-HST.
           COMPUTE WS-MESES-CONTRATO =
               (WS-HST-ANO - WS-ADM-ANO) * 12
               + WS-HST-MES - WS-ADM-MES.
           COMPUTE WS-PERIODO-HST = WS-MESES-CONTRATO / 12.
           EVALUATE TRUE
               WHEN HST-PAGTO-MENSAL
                   IF WS-PERIODO-HST NOT = WS-PERIODO-ATUAL
                       MOVE WS-PERIODO-HST TO WS-PERIODO-ATUAL
                       MOVE ZEROS TO WS-AVOS-PERIODO
                   END-IF
                   ADD 1 TO WS-AVOS-PERIODO
                   ADD 1 TO WS-AVOS-FERIAS
                   IF WS-HST-ANO = WS-COMPETENCIA-ANO
                           AND NOT DECIMO-TERCEIRO-QUITADO
                       ADD 1 TO WS-AVOS-13
                   END-IF
               WHEN HST-PAGTO-FERIAS
                   IF WS-PERIODO-HST = WS-PERIODO-ATUAL
                       MOVE WS-AVOS-PERIODO TO WS-AVOS-FERIAS
                   ELSE
                       MOVE ZEROS TO WS-AVOS-FERIAS
                   END-IF
                   IF HST-COMPETENCIA > WS-ANT-COMPETENCIA
                       ADD HST-BRUTO-COMPOSTO TO WS-PAGO-FERIAS
                   END-IF
               WHEN HST-PAGTO-13-PARCELA-2
                   IF WS-HST-ANO = WS-COMPETENCIA-ANO
                       MOVE "S" TO WS-13-QUITADO
                       MOVE ZEROS TO WS-AVOS-13
                   END-IF
                   IF HST-COMPETENCIA > WS-ANT-COMPETENCIA
                       ADD HST-BRUTO-COMPOSTO TO WS-PAGO-13
                   END-IF
               WHEN HST-PAGTO-RESCISAO
                   MOVE "S" TO WS-RESCINDIDO
                   IF HST-COMPETENCIA > WS-ANT-COMPETENCIA
                       ADD HST-BRUTO-COMPOSTO TO WS-PAGO-RESCISAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-CALCULA-SALDOS - APURA OS NOVOS SALDOS: FERIAS + 1/3 =    *
      *                       SALARIO X AVOS / 12 X 4 / 3; 13 SALARIO  *
      *                       = SALARIO X AVOS / 12; FGTS E INSS       *
      *                       PATRONAL SOBRE A SOMA DOS DOIS. CONTRATO *
      *                       RESCINDIDO OU DESLIGADO ATE A            *
      *                       COMPETENCIA NAO TEM SALDO                *
      *****************************************************************
       3200-CALCULA-SALDOS.
           IF CONTRATO-RESCINDIDO
                   OR (CAD-SITUACAO = "D"
                       AND WS-COMPETENCIA-DESLIG NOT > WS-COMPETENCIA)
               MOVE ZEROS TO WS-NOVO-FERIAS
               MOVE ZEROS TO WS-NOVO-13
           ELSE
               COMPUTE WS-NOVO-FERIAS ROUNDED =
                   CAD-SALARIO-BRUTO * WS-AVOS-FERIAS * 4 / 36
               COMPUTE WS-NOVO-13 ROUNDED =
                   CAD-SALARIO-BRUTO * WS-AVOS-13 / 12
           END-IF.
           COMPUTE WS-NOVO-FGTS ROUNDED =
               (WS-NOVO-FERIAS + WS-NOVO-13) * WS-TAXA-FGTS.
           COMPUTE WS-NOVO-INSS ROUNDED =
               (WS-NOVO-FERIAS + WS-NOVO-13) * WS-ALIQ-ENCARGOS.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-APURA-BAIXAS - BAIXA OS SALDOS ANTERIORES PELOS           *
      *                     PAGAMENTOS DESDE A ULTIMA PROVISAO: FERIAS *
      *                     E 13 ATE O VALOR PAGO; NA RESCISAO, O QUE  *
      *                     RESTAR DOS DOIS. O FGTS E O INSS DA PARTE  *
      *                     BAIXADA SAEM DA PROVISAO ATE O SALDO       *
      *                     ANTERIOR DE CADA UM                        *
      *****************************************************************
       3300-APURA-BAIXAS.
           INITIALIZE WS-PROV-SAIDA.
           IF WS-PAGO-FERIAS < WS-ANT-FERIAS
               MOVE WS-PAGO-FERIAS TO WS-PRS-BAIXA-FERIAS
           ELSE
               MOVE WS-ANT-FERIAS  TO WS-PRS-BAIXA-FERIAS
           END-IF.
           IF WS-PAGO-13 < WS-ANT-13
               MOVE WS-PAGO-13     TO WS-PRS-BAIXA-13
           ELSE
               MOVE WS-ANT-13      TO WS-PRS-BAIXA-13
           END-IF.
           COMPUTE WS-RESTO-FERIAS =
               WS-ANT-FERIAS - WS-PRS-BAIXA-FERIAS.
           COMPUTE WS-RESTO-13     = WS-ANT-13 - WS-PRS-BAIXA-13.
           IF WS-PAGO-RESCISAO > ZEROS
               MOVE WS-RESTO-FERIAS TO WS-PRS-BAIXA-RESC-FERIAS
               MOVE WS-RESTO-13     TO WS-PRS-BAIXA-RESC-13
               MOVE ZEROS TO WS-RESTO-FERIAS
               MOVE ZEROS TO WS-RESTO-13
           END-IF.
           COMPUTE WS-BASE-BAIXA =
               WS-PRS-BAIXA-FERIAS + WS-PRS-BAIXA-13
               + WS-PRS-BAIXA-RESC-FERIAS + WS-PRS-BAIXA-RESC-13.

           COMPUTE WS-ENCARGO-BAIXA ROUNDED =
               WS-BASE-BAIXA * WS-TAXA-FGTS.
           IF WS-ENCARGO-BAIXA < WS-ANT-FGTS
               MOVE WS-ENCARGO-BAIXA TO WS-PRS-BAIXA-FGTS
           ELSE
               MOVE WS-ANT-FGTS      TO WS-PRS-BAIXA-FGTS
           END-IF.
           COMPUTE WS-ENCARGO-BAIXA ROUNDED =
               WS-BASE-BAIXA * WS-ALIQ-ENCARGOS.
           IF WS-ENCARGO-BAIXA < WS-ANT-INSS
               MOVE WS-ENCARGO-BAIXA TO WS-PRS-BAIXA-INSS
           ELSE
               MOVE WS-ANT-INSS      TO WS-PRS-BAIXA-INSS
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-CALCULA-CONSTITUICAO - A CONSTITUICAO DO MES E O NOVO     *
      *                             SALDO MENOS O SALDO ANTERIOR JA    *
      *                             BAIXADO; NEGATIVA, E REVERSAO      *
      *                             (AVOS PERDIDOS, REDUCAO SALARIAL,  *
      *                             DESLIGAMENTO SEM RESCISAO PAGA)    *
      *****************************************************************
       3400-CALCULA-CONSTITUICAO.
           MOVE CAD-EMPRESA       TO WS-PRS-EMPRESA.
           MOVE CAD-CENTRO-CUSTO  TO WS-PRS-CENTRO-CUSTO.
           MOVE CAD-MATRICULA     TO WS-PRS-MATRICULA.
           MOVE WS-NOVO-FERIAS    TO WS-PRS-SALDO-FERIAS.
           MOVE WS-NOVO-13        TO WS-PRS-SALDO-13.
           MOVE WS-NOVO-FGTS      TO WS-PRS-SALDO-FGTS.
           MOVE WS-NOVO-INSS      TO WS-PRS-SALDO-INSS.
           COMPUTE WS-PRS-CONST-FERIAS =
               WS-NOVO-FERIAS - WS-RESTO-FERIAS.
           COMPUTE WS-PRS-CONST-13 = WS-NOVO-13 - WS-RESTO-13.
           COMPUTE WS-PRS-CONST-FGTS =
               WS-NOVO-FGTS - (WS-ANT-FGTS - WS-PRS-BAIXA-FGTS).
           COMPUTE WS-PRS-CONST-INSS =
               WS-NOVO-INSS - (WS-ANT-INSS - WS-PRS-BAIXA-INSS).
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 7050-RESOLVE-ENCARGOS - RESOLVE AS ALIQUOTAS PATRONAIS DA      *
      *                         EMPRESA DO EMPREGADO: PRIMEIRO O       *
      *                         PADRAO (EMPRESA 000), DEPOIS OS        *
      *                         REGISTROS DA PROPRIA EMPRESA, QUE      *
      *                         PREVALECEM. O FAP SEM REGISTRO VALE    *
      *                         1,0000                                 *
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
           MOVE CAD-EMPRESA TO WS-EMPRESA-ENCARGO.
           PERFORM 7055-APLICA-ENCARGO THRU 7055-EXIT
               VARYING WS-ENC-IDX FROM 1 BY 1
               UNTIL WS-ENC-IDX > WS-QTD-ENCARGOS.
           COMPUTE WS-ALIQ-ENCARGOS =
               WS-ALIQ-PATRONAL + (WS-ALIQ-RAT * WS-FATOR-FAP)
               + WS-ALIQ-TERCEIROS.
           MOVE CAD-EMPRESA TO WS-EMPRESA-RESOLVIDA.
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
      * 9000-FINALIZACAO - CLASSIFICA O ARQUIVO DE TRABALHO, EMITE O   *
      *                    RELATORIO E OS LANCAMENTOS, GRAVA OS NOVOS  *
      *                    SALDOS, FECHA OS ARQUIVOS E EXIBE OS        *
      *                    TOTAIS DO LOTE                              *
      *****************************************************************
       9000-FINALIZACAO.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-PROV-WORK.
           SORT ARQ-SORT-PROV
               ON ASCENDING KEY SRT-EMPRESA SRT-CENTRO-CUSTO
                                SRT-MATRICULA
               USING ARQ-PROV-WORK
               GIVING ARQ-PROV-ORD.

           OPEN OUTPUT ARQ-RELATORIO-PRV.
           PERFORM 9100-IMPRIME-PROVISOES THRU 9100-EXIT.
           CLOSE ARQ-RELATORIO-PRV.
           PERFORM 9500-GRAVA-SALDOS THRU 9500-EXIT.
           CLOSE ARQ-SALDO-PROVISAO.

           MOVE SPACES TO REG-EXCECAO-TOTAL.
           MOVE "TOTAL"              TO EXCT-LITERAL.
           MOVE WS-CONTADOR-EXCECOES TO EXCT-QTD-REJEITADOS.
           WRITE REG-EXCECAO-TOTAL.
           CLOSE ARQ-EXCECOES-PRV.

           DISPLAY "========================================".
           DISPLAY "EMPREGADOS PROVISIONADOS:           " WS-CONTADOR.
           DISPLAY "MATRICULAS EM EXCECAO:              "
               WS-CONTADOR-EXCECOES.
           DISPLAY "LANCAMENTOS GERADOS:                "
               WS-QTD-LANCAMENTOS.
           DISPLAY "========================================".
           IF WS-CONTADOR = ZEROS AND WS-CONTADOR-EXCECOES > ZEROS
               DISPLAY "NENHUM EMPREGADO PROVISIONADO - COMPETENCIA "
                   "JA PROVISIONADA"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-IMPRIME-PROVISOES - LE O ARQUIVO CLASSIFICADO COM QUEBRA  *
      *                          DE EMPRESA E DE CENTRO DE CUSTO: UMA  *
      *                          LINHA E OS LANCAMENTOS POR CENTRO, O  *
      *                          TOTAL POR EMPRESA E O TOTAL GERAL     *
      *****************************************************************
       9100-IMPRIME-PROVISOES.
           OPEN INPUT ARQ-PROV-ORD.
           IF WS-STATUS-PROV-ORD NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO LER AS PROVISOES "
                   "CLASSIFICADAS (ARQ-PROV-ORD), FILE STATUS "
                   WS-STATUS-PROV-ORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-LANCAMENTO.
           INITIALIZE WS-TOTAIS-GERAIS.
           MOVE "N" TO WS-EOF-PROV-ORD.
           MOVE "N" TO WS-EMPRESA-ABERTA.
           MOVE "N" TO WS-CENTRO-ABERTO.
           PERFORM 9105-LER-PROV-ORD THRU 9105-EXIT.
           PERFORM 9110-QUEBRA-PROVISAO THRU 9110-EXIT
               UNTIL FIM-PROV-ORD.
           IF CENTRO-ABERTO
               PERFORM 9150-FECHA-CENTRO THRU 9150-EXIT
           END-IF.
           IF EMPRESA-ABERTA
               PERFORM 9160-FECHA-EMPRESA THRU 9160-EXIT
           ELSE
               MOVE ZEROS TO WS-EMPRESA-ATUAL
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.

           MOVE SPACES TO REG-PRV-LINHA.
           WRITE REG-PRV-LINHA.
           MOVE SPACES TO REG-PRV-TOTAL.
           MOVE "TOTAL GERAL"        TO TOT-LITERAL.
           MOVE WS-TGE-QTD           TO TOT-QTD.
           MOVE WS-TGE-SALDO-FERIAS  TO TOT-SALDO-FERIAS.
           MOVE WS-TGE-SALDO-13      TO TOT-SALDO-13.
           MOVE WS-TGE-SALDO-FGTS    TO TOT-SALDO-FGTS.
           MOVE WS-TGE-SALDO-INSS    TO TOT-SALDO-INSS.
           MOVE WS-TGE-CONSTITUICAO  TO TOT-CONSTITUICAO.
           MOVE WS-TGE-BAIXAS        TO TOT-BAIXAS.
           WRITE REG-PRV-TOTAL.

           CLOSE ARQ-PROV-ORD.
           CLOSE ARQ-LANCAMENTOS.
       9100-EXIT.
           EXIT.

       9105-LER-PROV-ORD.
           READ ARQ-PROV-ORD
               AT END
                   MOVE "S" TO WS-EOF-PROV-ORD
           END-READ.
       9105-EXIT.
           EXIT.

       9110-QUEBRA-PROVISAO.
           IF EMPRESA-ABERTA AND PRO-EMPRESA NOT = WS-EMPRESA-ATUAL
               PERFORM 9150-FECHA-CENTRO THRU 9150-EXIT
               PERFORM 9160-FECHA-EMPRESA THRU 9160-EXIT
           END-IF.
           IF NOT EMPRESA-ABERTA
               PERFORM 9120-ABRE-EMPRESA THRU 9120-EXIT
           END-IF.
           IF CENTRO-ABERTO AND PRO-CENTRO-CUSTO NOT = WS-CENTRO-ATUAL
               PERFORM 9150-FECHA-CENTRO THRU 9150-EXIT
           END-IF.
           IF NOT CENTRO-ABERTO
               PERFORM 9130-ABRE-CENTRO THRU 9130-EXIT
           END-IF.
           PERFORM 9140-ACUMULA-CENTRO THRU 9140-EXIT.
           PERFORM 9105-LER-PROV-ORD THRU 9105-EXIT.
       9110-EXIT.
           EXIT.

       9120-ABRE-EMPRESA.
           MOVE PRO-EMPRESA TO WS-EMPRESA-ATUAL.
           MOVE "S" TO WS-EMPRESA-ABERTA.
           INITIALIZE WS-TOTAIS-EMPRESA.
           PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
       9120-EXIT.
           EXIT.

       9130-ABRE-CENTRO.
           MOVE PRO-CENTRO-CUSTO TO WS-CENTRO-ATUAL.
           MOVE "S" TO WS-CENTRO-ABERTO.
           INITIALIZE WS-TOTAIS-CENTRO.
       9130-EXIT.
           EXIT.

       9140-ACUMULA-CENTRO.
           ADD 1                     TO WS-CTC-QTD.
           ADD PRO-SALDO-FERIAS      TO WS-CTC-SALDO-FERIAS.
           ADD PRO-SALDO-13          TO WS-CTC-SALDO-13.
           ADD PRO-SALDO-FGTS        TO WS-CTC-SALDO-FGTS.
           ADD PRO-SALDO-INSS        TO WS-CTC-SALDO-INSS.
           ADD PRO-CONST-FERIAS      TO WS-CTC-CONST-FERIAS.
           ADD PRO-CONST-13          TO WS-CTC-CONST-13.
           ADD PRO-CONST-FGTS        TO WS-CTC-CONST-FGTS.
           ADD PRO-CONST-INSS        TO WS-CTC-CONST-INSS.
           ADD PRO-BAIXA-FERIAS      TO WS-CTC-BAIXA-FERIAS.
           ADD PRO-BAIXA-13          TO WS-CTC-BAIXA-13.
           ADD PRO-BAIXA-RESC-FERIAS TO WS-CTC-BAIXA-RESC-FERIAS.
           ADD PRO-BAIXA-RESC-13     TO WS-CTC-BAIXA-RESC-13.
           ADD PRO-BAIXA-FGTS        TO WS-CTC-BAIXA-FGTS.
           ADD PRO-BAIXA-INSS        TO WS-CTC-BAIXA-INSS.
       9140-EXIT.
           EXIT.

      *****************************************************************
      * 9150-FECHA-CENTRO - IMPRIME A LINHA DO CENTRO DE CUSTO, GERA   *
      *                     OS LANCAMENTOS DO CENTRO E ACUMULA OS      *
      *                     TOTAIS DA EMPRESA                          *
      *****************************************************************
       9150-FECHA-CENTRO.
           COMPUTE WS-CTC-CONSTITUICAO =
               WS-CTC-CONST-FERIAS + WS-CTC-CONST-13
               + WS-CTC-CONST-FGTS + WS-CTC-CONST-INSS.
           COMPUTE WS-CTC-BAIXAS =
               WS-CTC-BAIXA-FERIAS + WS-CTC-BAIXA-13
               + WS-CTC-BAIXA-RESC-FERIAS + WS-CTC-BAIXA-RESC-13
               + WS-CTC-BAIXA-FGTS + WS-CTC-BAIXA-INSS.
           IF WS-LINHAS-PAGINA NOT < WS-MAX-LINHAS-PAGINA
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
           MOVE SPACES TO REG-PRV-DETALHE.
           MOVE WS-CENTRO-ATUAL      TO DET-CENTRO-CUSTO.
           MOVE WS-CTC-QTD           TO DET-QTD.
           MOVE WS-CTC-SALDO-FERIAS  TO DET-SALDO-FERIAS.
           MOVE WS-CTC-SALDO-13      TO DET-SALDO-13.
           MOVE WS-CTC-SALDO-FGTS    TO DET-SALDO-FGTS.
           MOVE WS-CTC-SALDO-INSS    TO DET-SALDO-INSS.
           MOVE WS-CTC-CONSTITUICAO  TO DET-CONSTITUICAO.
           MOVE WS-CTC-BAIXAS        TO DET-BAIXAS.
           WRITE REG-PRV-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

           PERFORM 9400-LANCAMENTOS-CENTRO THRU 9400-EXIT.

           ADD WS-CTC-QTD            TO WS-TEM-QTD.
           ADD WS-CTC-SALDO-FERIAS   TO WS-TEM-SALDO-FERIAS.
           ADD WS-CTC-SALDO-13       TO WS-TEM-SALDO-13.
           ADD WS-CTC-SALDO-FGTS     TO WS-TEM-SALDO-FGTS.
           ADD WS-CTC-SALDO-INSS     TO WS-TEM-SALDO-INSS.
           ADD WS-CTC-CONSTITUICAO   TO WS-TEM-CONSTITUICAO.
           ADD WS-CTC-BAIXAS         TO WS-TEM-BAIXAS.
           MOVE "N" TO WS-CENTRO-ABERTO.
       9150-EXIT.
           EXIT.

      *****************************************************************
      * 9160-FECHA-EMPRESA - IMPRIME O TOTAL DA EMPRESA E ACUMULA O    *
      *                      TOTAL GERAL                               *
      *****************************************************************
       9160-FECHA-EMPRESA.
           MOVE SPACES TO REG-PRV-LINHA.
           WRITE REG-PRV-LINHA.
           MOVE SPACES TO REG-PRV-TOTAL.
           MOVE "TOTAL EMPRESA"      TO TOT-LITERAL.
           MOVE WS-TEM-QTD           TO TOT-QTD.
           MOVE WS-TEM-SALDO-FERIAS  TO TOT-SALDO-FERIAS.
           MOVE WS-TEM-SALDO-13      TO TOT-SALDO-13.
           MOVE WS-TEM-SALDO-FGTS    TO TOT-SALDO-FGTS.
           MOVE WS-TEM-SALDO-INSS    TO TOT-SALDO-INSS.
           MOVE WS-TEM-CONSTITUICAO  TO TOT-CONSTITUICAO.
           MOVE WS-TEM-BAIXAS        TO TOT-BAIXAS.
           WRITE REG-PRV-TOTAL.

           ADD WS-TEM-QTD            TO WS-TGE-QTD.
           ADD WS-TEM-SALDO-FERIAS   TO WS-TGE-SALDO-FERIAS.
           ADD WS-TEM-SALDO-13       TO WS-TGE-SALDO-13.
           ADD WS-TEM-SALDO-FGTS     TO WS-TGE-SALDO-FGTS.
           ADD WS-TEM-SALDO-INSS     TO WS-TGE-SALDO-INSS.
           ADD WS-TEM-CONSTITUICAO   TO WS-TGE-CONSTITUICAO.
           ADD WS-TEM-BAIXAS         TO WS-TGE-BAIXAS.
           MOVE "N" TO WS-EMPRESA-ABERTA.
       9160-EXIT.
           EXIT.

      *****************************************************************
      * 9400-LANCAMENTOS-CENTRO - GERA OS LANCAMENTOS DO CENTRO DE     *
      *                           CUSTO: CONSTITUICAO (DEBITO DA       *
      *                           DESPESA DE PROVISAO, CREDITO DA      *
      *                           PROVISAO; INVERTIDOS NA REVERSAO) E  *
      *                           BAIXA DOS PAGAMENTOS (DEBITO DA      *
      *                           PROVISAO CONTRA A DESPESA LANCADA    *
      *                           PELO PROGRAMA PAGADOR, INCLUSIVE A   *
      *                           DESPESA DE FGTS; O INSS PATRONAL     *
      *                           PASSA A OBRIGACAO A RECOLHER)        *
      *****************************************************************
       9400-LANCAMENTOS-CENTRO.
           MOVE "DESPESA PROV. FERIAS"     TO WS-LAN-DEBITO.
           MOVE "PROVISAO DE FERIAS"       TO WS-LAN-CREDITO.
           MOVE WS-CTC-CONST-FERIAS        TO WS-LAN-VALOR-SINAL.
           PERFORM 9420-LANCA-CONSTITUICAO THRU 9420-EXIT.

           MOVE "DESPESA PROV. 13 SALARIO" TO WS-LAN-DEBITO.
           MOVE "PROVISAO DE 13 SALARIO"   TO WS-LAN-CREDITO.
           MOVE WS-CTC-CONST-13            TO WS-LAN-VALOR-SINAL.
           PERFORM 9420-LANCA-CONSTITUICAO THRU 9420-EXIT.

           MOVE "DESPESA PROV. FGTS"       TO WS-LAN-DEBITO.
           MOVE "PROVISAO FGTS S/ FER.+13" TO WS-LAN-CREDITO.
           MOVE WS-CTC-CONST-FGTS          TO WS-LAN-VALOR-SINAL.
           PERFORM 9420-LANCA-CONSTITUICAO THRU 9420-EXIT.

           MOVE "DESPESA PROV. INSS"       TO WS-LAN-DEBITO.
           MOVE "PROVISAO INSS S/ FER.+13" TO WS-LAN-CREDITO.
           MOVE WS-CTC-CONST-INSS          TO WS-LAN-VALOR-SINAL.
           PERFORM 9420-LANCA-CONSTITUICAO THRU 9420-EXIT.

           MOVE "PROVISAO DE FERIAS"       TO WS-LAN-DEBITO.
           MOVE "DESPESA DE FERIAS"        TO WS-LAN-CREDITO.
           MOVE WS-CTC-BAIXA-FERIAS        TO WS-LAN-VALOR.
           PERFORM 9410-LANCA-PAR THRU 9410-EXIT.

           MOVE "PROVISAO DE 13 SALARIO"   TO WS-LAN-DEBITO.
           MOVE "DESPESA DE 13 SALARIO"    TO WS-LAN-CREDITO.
           MOVE WS-CTC-BAIXA-13            TO WS-LAN-VALOR.
           PERFORM 9410-LANCA-PAR THRU 9410-EXIT.

           MOVE "PROVISAO DE FERIAS"       TO WS-LAN-DEBITO.
           MOVE "DESPESA DE RESCISOES"     TO WS-LAN-CREDITO.
           MOVE WS-CTC-BAIXA-RESC-FERIAS   TO WS-LAN-VALOR.
           PERFORM 9410-LANCA-PAR THRU 9410-EXIT.

           MOVE "PROVISAO DE 13 SALARIO"   TO WS-LAN-DEBITO.
           MOVE "DESPESA DE RESCISOES"     TO WS-LAN-CREDITO.
           MOVE WS-CTC-BAIXA-RESC-13       TO WS-LAN-VALOR.
           PERFORM 9410-LANCA-PAR THRU 9410-EXIT.

           MOVE "PROVISAO FGTS S/ FER.+13" TO WS-LAN-DEBITO.
           MOVE "DESPESA DE FGTS"          TO WS-LAN-CREDITO.
           MOVE WS-CTC-BAIXA-FGTS          TO WS-LAN-VALOR.
           PERFORM 9410-LANCA-PAR THRU 9410-EXIT.

           MOVE "PROVISAO INSS S/ FER.+13" TO WS-LAN-DEBITO.
           MOVE "INSS PATRONAL A RECOLHER" TO WS-LAN-CREDITO.
           MOVE WS-CTC-BAIXA-INSS          TO WS-LAN-VALOR.
           PERFORM 9410-LANCA-PAR THRU 9410-EXIT.
       9400-EXIT.
           EXIT.

      *****************************************************************
      * 9410-LANCA-PAR - GRAVA O DEBITO E O CREDITO DO MESMO VALOR;    *
      *                  VALOR ZERO NAO GERA LANCAMENTO                *
      *****************************************************************
       9410-LANCA-PAR.
           IF WS-LAN-VALOR = ZEROS
               GO TO 9410-EXIT
           END-IF.
           MOVE "D"            TO LAN-TIPO.
           MOVE WS-LAN-DEBITO  TO LAN-CONTA.
           MOVE WS-LAN-VALOR   TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.
           MOVE "C"            TO LAN-TIPO.
           MOVE WS-LAN-CREDITO TO LAN-CONTA.
           MOVE WS-LAN-VALOR   TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.
       9410-EXIT.
           EXIT.

      *****************************************************************
      * 9420-LANCA-CONSTITUICAO - CONSTITUICAO POSITIVA LANCA O PAR    *
      *                           COMO MONTADO; NEGATIVA (REVERSAO)    *
      *                           INVERTE AS CONTAS PELO VALOR         *
      *                           ABSOLUTO                             *
      *****************************************************************
       9420-LANCA-CONSTITUICAO.
           IF WS-LAN-VALOR-SINAL < ZEROS
               MOVE WS-LAN-DEBITO  TO LAN-CONTA
               MOVE WS-LAN-CREDITO TO WS-LAN-DEBITO
               MOVE LAN-CONTA      TO WS-LAN-CREDITO
               COMPUTE WS-LAN-VALOR = ZEROS - WS-LAN-VALOR-SINAL
           ELSE
               MOVE WS-LAN-VALOR-SINAL TO WS-LAN-VALOR
           END-IF.
           PERFORM 9410-LANCA-PAR THRU 9410-EXIT.
       9420-EXIT.
           EXIT.

       9430-GRAVA-LANCAMENTO.
           MOVE WS-DATA-SISTEMA  TO LAN-DATA.
           MOVE WS-COMPETENCIA   TO LAN-COMPETENCIA.
           MOVE WS-CENTRO-ATUAL  TO LAN-CENTRO-CUSTO.
           WRITE REG-LANCAMENTO.
           ADD 1 TO WS-QTD-LANCAMENTOS.
       9430-EXIT.
           EXIT.

      *****************************************************************
      * 9500-GRAVA-SALDOS - RELE AS PROVISOES CLASSIFICADAS, JA COM OS *
      *                     LANCAMENTOS GERADOS, E GRAVA OS NOVOS      *
      *                     SALDOS NO MESTRE DE SALDOS DE PROVISAO. SO *
      *                     AQUI A MATRICULA PASSA A CONSTAR COMO      *
      *                     PROVISIONADA NA COMPETENCIA                *
      *****************************************************************
       9500-GRAVA-SALDOS.
           OPEN INPUT ARQ-PROV-ORD.
           IF WS-STATUS-PROV-ORD NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO LER AS PROVISOES "
                   "CLASSIFICADAS (ARQ-PROV-ORD), FILE STATUS "
                   WS-STATUS-PROV-ORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-PROV-ORD.
           PERFORM 9105-LER-PROV-ORD THRU 9105-EXIT.
           PERFORM 9510-GRAVA-SALDO THRU 9510-EXIT
               UNTIL FIM-PROV-ORD.
           CLOSE ARQ-PROV-ORD.
       9500-EXIT.
           EXIT.

      *****************************************************************
      * 9510-GRAVA-SALDO - GRAVA (OU REGRAVA) OS NOVOS SALDOS DO       *
      *                    EMPREGADO NO MESTRE DE SALDOS DE PROVISAO,  *
      *                    COM A COMPETENCIA PROVISIONADA              *
      *****************************************************************
       9510-GRAVA-SALDO.
           MOVE PRO-EMPRESA       TO PRV-EMPRESA.
           MOVE PRO-MATRICULA     TO PRV-MATRICULA.
           READ ARQ-SALDO-PROVISAO
               INVALID KEY
                   MOVE "N" TO WS-SALDO-ENCONTRADO
               NOT INVALID KEY
                   MOVE "S" TO WS-SALDO-ENCONTRADO
           END-READ.
           MOVE SPACES            TO REG-SALDO-PROVISAO.
           MOVE PRO-EMPRESA       TO PRV-EMPRESA.
           MOVE PRO-MATRICULA     TO PRV-MATRICULA.
           MOVE WS-COMPETENCIA    TO PRV-COMPETENCIA.
           MOVE PRO-CENTRO-CUSTO  TO PRV-CENTRO-CUSTO.
           MOVE PRO-AVOS-FERIAS   TO PRV-AVOS-FERIAS.
           MOVE PRO-AVOS-13       TO PRV-AVOS-13.
           MOVE PRO-SALDO-FERIAS  TO PRV-SALDO-FERIAS.
           MOVE PRO-SALDO-13      TO PRV-SALDO-13.
           MOVE PRO-SALDO-FGTS    TO PRV-SALDO-FGTS.
           MOVE PRO-SALDO-INSS    TO PRV-SALDO-INSS.
           MOVE WS-DATA-SISTEMA   TO PRV-DATA-ATUALIZACAO.
           IF SALDO-ENCONTRADO
               REWRITE REG-SALDO-PROVISAO
           ELSE
               WRITE REG-SALDO-PROVISAO
           END-IF.
           IF WS-STATUS-SALDO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO GRAVAR O SALDO DE "
                   "PROVISAO DA MATRICULA " PRO-MATRICULA
                   ", FILE STATUS " WS-STATUS-SALDO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9105-LER-PROV-ORD THRU 9105-EXIT.
       9510-EXIT.
           EXIT.
