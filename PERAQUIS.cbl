       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERAQUIS.
       AUTHOR. SISTEMA DE FOLHA.
       INSTALLATION. DEPARTAMENTO DE PESSOAL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * PROGRAMA: CONTROLE DOS PERIODOS AQUISITIVOS DE FERIAS         *
      * DESCRICAO: MANTEM O MESTRE DE PERIODOS AQUISITIVOS            *
      *            (ARQ-PERIODOS, CHAVE EMPRESA + MATRICULA + INICIO  *
      *            DO PERIODO), ATUALIZADO A CADA COMPETENCIA APOS A  *
      *            FOLHA MENSAL (CALCSAL). OS PERIODOS SAO ABERTOS A  *
      *            PARTIR DA DATA DE ADMISSAO DO MESTRE DE            *
      *            FUNCIONARIOS (UM A CADA ANIVERSARIO DE CONTRATO),  *
      *            COM O LIMITE DE CONCESSAO DOZE MESES APOS O FIM DO *
      *            PERIODO. AS FALTAS INJUSTIFICADAS DO PERIODO SAO   *
      *            SOMADAS NO HISTORICO DA FOLHA (ARQ-HISTORICO):     *
      *            EVENTOS DAS RUBRICAS MARCADAS COMO FALTA NA TABELA *
      *            DE RUBRICAS, CONVERTIDOS EM DIAS PELO SALARIO      *
      *            DIARIO DO MES (SALARIO BASE PAGO SOBRE OS DIAS     *
      *            PAGOS, 30 SALVO O EVENTO INFORMATIVO DE DIAS PAGOS *
      *            GRAVADO PELO CALCSAL NO MES PROPORCIONAL). O       *
      *            DIREITO SEGUE A ESCALA DO ART. 130 DA CLT: ATE 5   *
      *            FALTAS, 30 DIAS; 6 A 14, 24; 15 A 23, 18; 24 A 32, *
      *            12; ACIMA DE 32 O PERIODO E PERDIDO.               *
      *            OS DIAS GOZADOS SAO DEBITADOS PELO PROGRAMA FERIAS.*
      *                                                               *
      * SITUACAO DO PERIODO: "A" = EM AQUISICAO; "D" = ADQUIRIDO, COM *
      * SALDO A GOZAR; "V" = VENCIDO (LIMITE DE CONCESSAO ULTRAPASSADO*
      * COM SALDO - FERIAS EM DOBRO); "Q" = QUITADO; "P" = PERDIDO    *
      * POR FALTAS; "R" = ENCERRADO PELA RESCISAO. PERIODOS QUITADOS, *
      * PERDIDOS OU ENCERRADOS NAO SAO MAIS ATUALIZADOS.              *
      *                                                               *
      * NA IMPLANTACAO, O PERIODO JA ENCERRADO QUE TEM FERIAS PAGAS   *
      * NO HISTORICO DENTRO DO SEU PERIODO DE CONCESSAO E ABERTO      *
      * COMO QUITADO.                                                 *
      *                                                               *
      * SAIDA: RELATORIO MENSAL POR EMPRESA E CENTRO DE CUSTO         *
      * (ARQ-RELATORIO-PAQ) DOS PERIODOS COM SALDO: A GOZAR, COM O    *
      * LIMITE DE CONCESSAO NOS PROXIMOS 60 DIAS E VENCIDOS.          *
      *                                                               *
      * PARAMETRO DE LINHA DE COMANDO: COMPETENCIA DE REFERENCIA      *
      * (AAAAMM), JA PROCESSADA PELA FOLHA MENSAL. A DATA DE          *
      * REFERENCIA E O ULTIMO DIA DA COMPETENCIA. EX.: 202610         *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      * ---------- ------ ---------------------------------------    *
      * 2026-10-15 SFP    VERSAO ORIGINAL - SUBSTITUI O CONTROLE DE   *
      *                   FERIAS VENCIDAS EM PLANILHA.                *
      * 2026-10-15 SFP    ACOMPANHA O LEIAUTE DO MESTRE DE            *
      *                   FUNCIONARIOS, QUE PASSA A TRAZER O MOTIVO E *
      *                   AS DATAS DO AFASTAMENTO NO LUGAR DO FILLER, *
      *                   SEM ALTERACAO DO CALCULO.                   *
      * 2026-10-15 SFP    ACOMPANHA O INDICADOR DE DISSIDIO DA TABELA *
      *                   DE RUBRICAS (RUB-IND-DISSIDIO), SEM         *
      *                   ALTERACAO DO CALCULO.                       *
      * 2026-10-15 SFP    AS FALTAS DO MES SAO CONVERTIDAS EM DIAS    *
      *                   PELOS DIAS PAGOS (EVENTO INFORMATIVO DO     *
      *                   CALCSAL, 30 NA FALTA DELE), POIS O SALARIO  *
      *                   BASE DO HISTORICO JA VEM PROPORCIONAL AOS   *
      *                   DIAS PAGOS.                                 *
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
           SELECT ARQ-PERIODOS ASSIGN TO "PERAQFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAQ-CHAVE
               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT ARQ-RUBRICAS ASSIGN TO "TABRUBR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUBRICAS.
           SELECT ARQ-COMPETENCIA ASSIGN TO "COMPETEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPETENCIA.
           SELECT ARQ-PAQ-WORK ASSIGN TO "PERAQWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAQ-WORK.
           SELECT ARQ-SORT-PAQ ASSIGN TO "SORTPAQ".
           SELECT ARQ-PAQ-ORD ASSIGN TO "PERAQORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAQ-ORD.
           SELECT ARQ-RELATORIO-PAQ ASSIGN TO "RELPERAQ"
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
      * ADMISSAO: AS FOLHAS MENSAIS TRAZEM OS EVENTOS DE FALTA E OS    *
      * PAGAMENTOS DE FERIAS (TIPO "F") QUITAM PERIODOS NA IMPLANTACAO.*
      * REGISTROS ESTORNADOS ("E") NAO CONTAM. O LEIAUTE DEVE SER      *
      * MANTIDO IDENTICO AO DO CALCSAL.                                *
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
      * ARQ-PERIODOS - MESTRE DE PERIODOS AQUISITIVOS DE FERIAS,       *
      * CHAVEADO POR EMPRESA + MATRICULA + INICIO DO PERIODO. CRIADO   *
      * NA PRIMEIRA EXECUCAO; OS DIAS GOZADOS SAO DEBITADOS PELO       *
      * PROGRAMA FERIAS. O LEIAUTE DEVE SER MANTIDO IDENTICO NOS DOIS  *
      * PROGRAMAS.                                                     *
      *****************************************************************
       FD  ARQ-PERIODOS
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-PERIODO.
           05  PAQ-CHAVE.
               10  PAQ-EMPRESA            PIC 9(03).
               10  PAQ-MATRICULA          PIC 9(06).
               10  PAQ-INICIO-AQUISITIVO  PIC 9(08).
           05  PAQ-FIM-AQUISITIVO         PIC 9(08).
           05  PAQ-LIMITE-CONCESSAO       PIC 9(08).
           05  PAQ-CENTRO-CUSTO           PIC 9(04).
           05  PAQ-FALTAS                 PIC 9(03).
           05  PAQ-DIAS-DIREITO           PIC 9(02).
           05  PAQ-DIAS-GOZADOS           PIC 9(02).
           05  PAQ-DIAS-SALDO             PIC 9(02).
           05  PAQ-SITUACAO               PIC X(01).
               88  PAQ-EM-AQUISICAO              VALUE "A".
               88  PAQ-ADQUIRIDO                 VALUE "D".
               88  PAQ-VENCIDO                   VALUE "V".
               88  PAQ-QUITADO                   VALUE "Q".
               88  PAQ-PERDIDO                   VALUE "P".
               88  PAQ-RESCINDIDO                VALUE "R".
           05  PAQ-COMPETENCIA            PIC 9(06).
           05  PAQ-DATA-ATUALIZACAO       PIC 9(08).
           05  FILLER                     PIC X(39).

      *****************************************************************
      * ARQ-RUBRICAS - TABELA DE RUBRICAS DA FOLHA, A MESMA DO         *
      * CALCSAL. AQUI SO INTERESSAM AS RUBRICAS COM O INDICADOR DE     *
      * FALTA ("S").                                                   *
      *****************************************************************
       FD  ARQ-RUBRICAS
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-RUBRICA.
           05  RUB-CODIGO             PIC 9(03).
           05  RUB-TIPO               PIC X(01).
           05  RUB-CLASSE             PIC X(01).
           05  RUB-INC-INSS           PIC X(01).
           05  RUB-INC-IRRF           PIC X(01).
           05  RUB-INC-FGTS           PIC X(01).
           05  RUB-DESCRICAO          PIC X(20).
           05  RUB-IND-FALTA          PIC X(01).
           05  RUB-IND-DISSIDIO       PIC X(01).
           05  FILLER                 PIC X(50).

      *****************************************************************
      * ARQ-COMPETENCIA - HISTORICO DE PROCESSAMENTO DA FOLHA MENSAL   *
      * POR COMPETENCIA, GRAVADO PELO CALCSAL ("P" = PROCESSADA, "E" = *
      * ESTORNADA; O ULTIMO REGISTRO DA COMPETENCIA PREVALECE).        *
      *****************************************************************
       FD  ARQ-COMPETENCIA
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-COMPETENCIA.
           05  CPT-COMPETENCIA            PIC 9(06).
           05  CPT-SITUACAO               PIC X(01).
           05  CPT-DATA                   PIC 9(08).
           05  FILLER                     PIC X(65).

      *****************************************************************
      * ARQ-PAQ-WORK / ARQ-PAQ-ORD - UM REGISTRO POR PERIODO COM SALDO *
      * (ADQUIRIDO OU VENCIDO), CLASSIFICADO NA FINALIZACAO POR        *
      * EMPRESA + CENTRO DE CUSTO + MATRICULA + INICIO DO PERIODO      *
      * (ARQ-SORT-PAQ -> ARQ-PAQ-ORD) PARA O RELATORIO. A CLASSE E     *
      * "D" = A GOZAR, "L" = LIMITE NOS PROXIMOS 60 DIAS, "V" =        *
      * VENCIDO.                                                       *
      *****************************************************************
       FD  ARQ-PAQ-WORK
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-PAQ-WORK                   PIC X(120).

       SD  ARQ-SORT-PAQ
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-SORT-PAQ.
           05  SRT-EMPRESA                PIC 9(03).
           05  SRT-CENTRO-CUSTO           PIC 9(04).
           05  SRT-MATRICULA              PIC 9(06).
           05  SRT-INICIO                 PIC 9(08).
           05  FILLER                     PIC X(99).

       FD  ARQ-PAQ-ORD
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-PAQ-ORD.
           05  POR-EMPRESA                PIC 9(03).
           05  POR-CENTRO-CUSTO           PIC 9(04).
           05  POR-MATRICULA              PIC 9(06).
           05  POR-INICIO                 PIC 9(08).
           05  POR-NOME                   PIC X(30).
           05  POR-FIM                    PIC 9(08).
           05  POR-LIMITE                 PIC 9(08).
           05  POR-FALTAS                 PIC 9(03).
           05  POR-DIREITO                PIC 9(02).
           05  POR-GOZADOS                PIC 9(02).
           05  POR-SALDO                  PIC 9(02).
           05  POR-CLASSE                 PIC X(01).
               88  POR-A-GOZAR                   VALUE "D".
               88  POR-LIMITE-PROXIMO            VALUE "L".
               88  POR-VENCIDO                   VALUE "V".
           05  FILLER                     PIC X(43).

      *****************************************************************
      * ARQ-RELATORIO-PAQ - RELATORIO DE PERIODOS AQUISITIVOS          *
      * (IMPRESSAO), UMA PAGINA NOVA POR EMPRESA: UMA LINHA POR        *
      * PERIODO COM SALDO, O TOTAL DE CADA CENTRO DE CUSTO E DA        *
      * EMPRESA POR SITUACAO. REDEFINICOES DO MESMO REGISTRO DE 132    *
      * POSICOES.                                                      *
      *****************************************************************
       FD  ARQ-RELATORIO-PAQ
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-PAQ-LINHA          PIC X(132).
       01  REG-PAQ-CAB REDEFINES REG-PAQ-LINHA.
           05  CAB-EMPRESA        PIC X(40).
           05  CAB-TITULO         PIC X(52).
           05  CAB-DATA-LIT       PIC X(20).
           05  CAB-DATA           PIC X(10).
           05  CAB-PAGINA-LIT     PIC X(06).
           05  CAB-PAGINA         PIC 9(04).
       01  REG-PAQ-DETALHE REDEFINES REG-PAQ-LINHA.
           05  FILLER             PIC X(02).
           05  DET-CENTRO-CUSTO   PIC 9(04).
           05  FILLER             PIC X(02).
           05  DET-MATRICULA      PIC 9(06).
           05  FILLER             PIC X(02).
           05  DET-NOME           PIC X(30).
           05  FILLER             PIC X(02).
           05  DET-INICIO         PIC X(10).
           05  FILLER             PIC X(02).
           05  DET-FIM            PIC X(10).
           05  FILLER             PIC X(02).
           05  DET-LIMITE         PIC X(10).
           05  FILLER             PIC X(02).
           05  DET-FALTAS         PIC ZZ9.
           05  FILLER             PIC X(03).
           05  DET-DIREITO        PIC Z9.
           05  FILLER             PIC X(03).
           05  DET-GOZADOS        PIC Z9.
           05  FILLER             PIC X(03).
           05  DET-SALDO          PIC Z9.
           05  FILLER             PIC X(03).
           05  DET-SITUACAO       PIC X(20).
           05  FILLER             PIC X(07).
       01  REG-PAQ-TOTAL REDEFINES REG-PAQ-LINHA.
           05  TOT-LITERAL        PIC X(24).
           05  FILLER             PIC X(02).
           05  TOT-A-GOZAR-LIT    PIC X(10).
           05  TOT-A-GOZAR        PIC ZZ.ZZ9.
           05  FILLER             PIC X(04).
           05  TOT-LIMITE-LIT     PIC X(18).
           05  TOT-LIMITE         PIC ZZ.ZZ9.
           05  FILLER             PIC X(04).
           05  TOT-VENCIDOS-LIT   PIC X(10).
           05  TOT-VENCIDOS       PIC ZZ.ZZ9.
           05  FILLER             PIC X(42).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * CABECALHO DAS COLUNAS DO RELATORIO, ALINHADO COM A LINHA DE    *
      * DETALHE (REG-PAQ-DETALHE).                                     *
      *****************************************************************
       01  WS-CABECALHO-COLUNAS.
           05  FILLER   PIC X(08) VALUE "  C.C.".
           05  FILLER   PIC X(08) VALUE "MATRIC.".
           05  FILLER   PIC X(32) VALUE "NOME".
           05  FILLER   PIC X(12) VALUE "INIC. AQUIS.".
           05  FILLER   PIC X(12) VALUE "FIM AQUIS.".
           05  FILLER   PIC X(12) VALUE "LIMITE GOZO".
           05  FILLER   PIC X(06) VALUE "FAL".
           05  FILLER   PIC X(05) VALUE "DIR".
           05  FILLER   PIC X(05) VALUE "GOZ".
           05  FILLER   PIC X(05) VALUE "SLD".
           05  FILLER   PIC X(27) VALUE "SITUACAO".

      *****************************************************************
      * PARAMETRO DA COMPETENCIA DE REFERENCIA (AAAAMM), INFORMADO NA  *
      * LINHA DE COMANDO, E A DATA DE REFERENCIA (ULTIMO DIA DELA).    *
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

       77  WS-DATA-REFERENCIA     PIC 9(08) VALUE ZEROS.
       77  WS-NUM-REFERENCIA      PIC 9(07) VALUE ZEROS.
       77  WS-NUM-LIMITE-AVISO    PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-AVISO          PIC 9(03) VALUE 60.
       77  WS-DATA-LIMITE-PERIODOS PIC 9(08) VALUE ZEROS.

       01  WS-TITULO-PERIODOS.
           05  FILLER                PIC X(26)
                   VALUE "PERIODOS AQUISITIVOS DE F".
           05  FILLER                PIC X(19)
                   VALUE "ERIAS - COMPET.    ".
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
      * RUBRICAS DE FALTA (INDICADOR "S" NA TABELA DE RUBRICAS).       *
      *****************************************************************
       77  WS-STATUS-RUBRICAS     PIC X(02) VALUE SPACES.
       77  WS-EOF-RUBRICAS        PIC X(01) VALUE "N".
           88  FIM-RUBRICAS              VALUE "S".
       77  WS-QTD-RUB-FALTA       PIC 9(02) VALUE ZEROS.
       77  WS-RUB-IDX             PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-RUB-FALTA.
           05  WS-RUB-FALTA-CODIGO   PIC 9(03) OCCURS 50 TIMES.
       77  WS-EVENTO-FALTA        PIC X(01) VALUE "N".
           88  EVENTO-DE-FALTA           VALUE "S".

      *****************************************************************
      * RUBRICA RESERVADA DO EVENTO INFORMATIVO (TIPO "I") COM OS DIAS *
      * PAGOS NO MES DE SALARIO PROPORCIONAL, GRAVADO PELO CALCSAL. O  *
      * MES SEM ESSE EVENTO FOI PAGO INTEGRAL (30 DIAS).               *
      *****************************************************************
       77  WS-RUB-DIAS-PAGOS      PIC 9(03) VALUE 921.
       77  WS-DIAS-PAGOS-MES      PIC 9(02) VALUE ZEROS.

      *****************************************************************
      * APURACAO DO HISTORICO DO EMPREGADO: FALTAS (EM DIAS) DE CADA   *
      * PERIODO AQUISITIVO E INDICADOR DE FERIAS PAGAS NO PERIODO DE   *
      * CONCESSAO DE CADA UM. O PERIODO DE UM REGISTRO E DADO PELOS    *
      * MESES DECORRIDOS DESDE O MES DA ADMISSAO.                      *
      *****************************************************************
       01  WS-TABELA-PERIODOS.
           05  WS-PER OCCURS 60 TIMES.
               10  WS-PER-FALTAS          PIC 9(03).
               10  WS-PER-FERIAS-PAGAS    PIC X(01).
       77  WS-PER-IDX             PIC 9(03) VALUE ZEROS.
       77  WS-PER-NUMERO          PIC 9(03) VALUE ZEROS.
       77  WS-FIM-PERIODOS        PIC X(01) VALUE "N".
           88  FIM-PERIODOS              VALUE "S".
       77  WS-EVT-IDX             PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-FALTAS        PIC 9(09)V99 VALUE ZEROS.
       77  WS-DIAS-FALTA-MES      PIC 9(03) VALUE ZEROS.
       77  WS-COMPETENCIA-ADMISSAO PIC 9(06) VALUE ZEROS.
       77  WS-COMPETENCIA-DESLIG  PIC 9(06) VALUE ZEROS.
       01  WS-DATA-ADMISSAO       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ADMISSAO-DET REDEFINES WS-DATA-ADMISSAO.
           05  WS-ADM-ANO            PIC 9(04).
           05  WS-ADM-MES            PIC 9(02).
           05  WS-ADM-DIA            PIC 9(02).
       01  WS-COMPETENCIA-HST     PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-HST-DET REDEFINES WS-COMPETENCIA-HST.
           05  WS-HST-ANO            PIC 9(04).
           05  WS-HST-MES            PIC 9(02).
       77  WS-MESES-CONTRATO      PIC 9(04) VALUE ZEROS.
       77  WS-PERIODO-HST         PIC 9(03) VALUE ZEROS.

      *****************************************************************
      * PERIODO EM PROCESSAMENTO                                       *
      *****************************************************************
       77  WS-INICIO-PERIODO      PIC 9(08) VALUE ZEROS.
       77  WS-FIM-PERIODO         PIC 9(08) VALUE ZEROS.
       77  WS-LIMITE-CONCESSAO    PIC 9(08) VALUE ZEROS.
       77  WS-NUM-LIMITE          PIC 9(07) VALUE ZEROS.
       77  WS-PERIODO-NOVO        PIC X(01) VALUE "N".
           88  PERIODO-NOVO              VALUE "S".
       77  WS-CLASSE-RELATORIO    PIC X(01) VALUE SPACES.
       01  WS-PAQ-SAIDA.
           05  WS-PQS-EMPRESA             PIC 9(03).
           05  WS-PQS-CENTRO-CUSTO        PIC 9(04).
           05  WS-PQS-MATRICULA           PIC 9(06).
           05  WS-PQS-INICIO              PIC 9(08).
           05  WS-PQS-NOME                PIC X(30).
           05  WS-PQS-FIM                 PIC 9(08).
           05  WS-PQS-LIMITE              PIC 9(08).
           05  WS-PQS-FALTAS              PIC 9(03).
           05  WS-PQS-DIREITO             PIC 9(02).
           05  WS-PQS-GOZADOS             PIC 9(02).
           05  WS-PQS-SALDO               PIC 9(02).
           05  WS-PQS-CLASSE              PIC X(01).
           05  FILLER                     PIC X(43) VALUE SPACES.

      *****************************************************************
      * CALCULO DE DATAS SEM ROTINA EXTERNA: DIAS DE CADA MES, DIAS    *
      * ACUMULADOS ANTES DE CADA MES E O NUMERO SEQUENCIAL DO DIA      *
      * (PARA CONTAR DIAS ENTRE DUAS DATAS).                           *
      *****************************************************************
       01  WS-TAB-DIAS-MES-VALORES.
           05  FILLER   PIC X(24) VALUE "312831303130313130313031".
       01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-VALORES.
           05  WS-DIAS-MES-TAB       PIC 9(02) OCCURS 12 TIMES.
       01  WS-TAB-DIAS-ACUM-VALORES.
           05  FILLER   PIC X(18) VALUE "000031059090120151".
           05  FILLER   PIC X(18) VALUE "181212243273304334".
       01  WS-TAB-DIAS-ACUM REDEFINES WS-TAB-DIAS-ACUM-VALORES.
           05  WS-DIAS-ACUM-TAB      PIC 9(03) OCCURS 12 TIMES.

       01  WS-DATA-CALCULO        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CALCULO-DET REDEFINES WS-DATA-CALCULO.
           05  WS-DTC-ANO            PIC 9(04).
           05  WS-DTC-MES            PIC 9(02).
           05  WS-DTC-DIA            PIC 9(02).
       77  WS-QTD-ANOS            PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-DO-MES         PIC 9(02) VALUE ZEROS.
       77  WS-NUM-DIA             PIC 9(07) VALUE ZEROS.
       77  WS-ANO-ANTERIOR        PIC 9(04) VALUE ZEROS.
       77  WS-QUOCIENTE           PIC 9(04) VALUE ZEROS.
       77  WS-QUOC-4              PIC 9(04) VALUE ZEROS.
       77  WS-QUOC-100            PIC 9(04) VALUE ZEROS.
       77  WS-QUOC-400            PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-4             PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-100           PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-400           PIC 9(04) VALUE ZEROS.
       77  WS-ANO-BISSEXTO        PIC X(01) VALUE "N".
           88  ANO-BISSEXTO              VALUE "S".

       01  WS-DATA-EDICAO.
           05  WS-DTE-DIA            PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-DTE-MES            PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-DTE-ANO            PIC 9(04).

      *****************************************************************
      * QUEBRA DE CONTROLE DO RELATORIO: EMPRESA E CENTRO DE CUSTO EM  *
      * CURSO E AS QUANTIDADES DE PERIODOS POR CLASSE.                 *
      *****************************************************************
       77  WS-EOF-PAQ-ORD         PIC X(01) VALUE "N".
           88  FIM-PAQ-ORD               VALUE "S".
       77  WS-EMPRESA-ABERTA      PIC X(01) VALUE "N".
           88  EMPRESA-ABERTA            VALUE "S".
       77  WS-CENTRO-ABERTO       PIC X(01) VALUE "N".
           88  CENTRO-ABERTO             VALUE "S".
       77  WS-EMPRESA-ATUAL       PIC 9(03) VALUE ZEROS.
       77  WS-CENTRO-ATUAL        PIC 9(04) VALUE ZEROS.
       01  WS-TOTAIS-CENTRO.
           05  WS-CTC-A-GOZAR            PIC 9(05).
           05  WS-CTC-LIMITE             PIC 9(05).
           05  WS-CTC-VENCIDOS           PIC 9(05).
       01  WS-TOTAIS-EMPRESA.
           05  WS-TEM-A-GOZAR            PIC 9(05).
           05  WS-TEM-LIMITE             PIC 9(05).
           05  WS-TEM-VENCIDOS           PIC 9(05).
       01  WS-TOTAIS-GERAIS.
           05  WS-TGE-A-GOZAR            PIC 9(05).
           05  WS-TGE-LIMITE             PIC 9(05).
           05  WS-TGE-VENCIDOS           PIC 9(05).

       77  WS-CONTADOR            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PERIODOS-NOVOS  PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PERIODOS-ATUAL  PIC 9(05) VALUE ZEROS.

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
       77  WS-STATUS-PERIODOS     PIC X(02) VALUE SPACES.
       77  WS-STATUS-COMPETENCIA  PIC X(02) VALUE SPACES.
       77  WS-STATUS-PAQ-WORK     PIC X(02) VALUE SPACES.
       77  WS-STATUS-PAQ-ORD      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - CONTROLA A ATUALIZACAO MENSAL DOS PERIODOS     *
      *****************************************************************
       0000-MAINLINE.
           DISPLAY "========================================".
           DISPLAY "   PERIODOS AQUISITIVOS DE FERIAS     ".
           DISPLAY "========================================".

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           PERFORM 0600-VERIFICA-COMPETENCIA THRU 0600-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           PERFORM 2000-PROCESSA-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-FUNCIONARIOS.

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           STOP RUN.

      *****************************************************************
      * 0500-TRATA-PARAMETROS - LE E CRITICA A COMPETENCIA DE          *
      *                         REFERENCIA E APURA A DATA DE           *
      *                         REFERENCIA (ULTIMO DIA DA COMPETENCIA) *
      *                         E O LIMITE DO AVISO DE VENCIMENTO      *
      *****************************************************************
       0500-TRATA-PARAMETROS.
           ACCEPT WS-PARAMETRO-COMPETENCIA FROM COMMAND-LINE.
           IF WS-PARAMETRO-COMPETENCIA IS NOT NUMERIC
               DISPLAY "ERRO FATAL - INFORMAR A COMPETENCIA DE "
                   "REFERENCIA NA LINHA DE COMANDO (AAAAMM)"
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

           MOVE WS-COMPETENCIA-ANO TO WS-DTC-ANO.
           MOVE WS-COMPETENCIA-MES TO WS-DTC-MES.
           PERFORM 8200-DIAS-DO-MES THRU 8200-EXIT.
           MOVE WS-DIAS-DO-MES TO WS-DTC-DIA.
           MOVE WS-DATA-CALCULO TO WS-DATA-REFERENCIA.
           PERFORM 8300-NUMERO-DO-DIA THRU 8300-EXIT.
           MOVE WS-NUM-DIA TO WS-NUM-REFERENCIA.
           COMPUTE WS-NUM-LIMITE-AVISO =
               WS-NUM-REFERENCIA + WS-DIAS-AVISO.
           DISPLAY "COMPETENCIA DE REFERENCIA: " WS-COMPETENCIA-EDICAO.
       0500-EXIT.
           EXIT.

      *****************************************************************
      * 0600-VERIFICA-COMPETENCIA - EXIGE A FOLHA MENSAL DA            *
      *                             COMPETENCIA PROCESSADA (E NAO      *
      *                             ESTORNADA): AS FALTAS DO MES VEM   *
      *                             DO HISTORICO GRAVADO POR ELA       *
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
                   "CALCSAL ANTES DOS PERIODOS AQUISITIVOS"
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
      * 1000-INICIALIZACAO - CARREGA AS RUBRICAS DE FALTA, ABRE OS     *
      *                      ARQUIVOS E FAZ A LEITURA ANTECIPADA       *
      *****************************************************************
       1000-INICIALIZACAO.
           PERFORM 1400-CARREGA-RUBRICAS THRU 1400-EXIT.
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
           PERFORM 1500-ABRE-PERIODOS THRU 1500-EXIT.
           OPEN OUTPUT ARQ-PAQ-WORK.
           IF WS-STATUS-PAQ-WORK NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO CRIAR O ARQUIVO DE "
                   "TRABALHO DOS PERIODOS (ARQ-PAQ-WORK), FILE "
                   "STATUS " WS-STATUS-PAQ-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           PERFORM 2100-LER-FUNCIONARIO THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-CAPTURA-DATA-SISTEMA - CAPTURA A DATA DO SISTEMA UMA UNICA*
      *                             VEZ NO INICIO DO LOTE              *
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
           MOVE SPACES TO REG-PAQ-CAB.
           MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-CAB-COD.
           MOVE WS-EMPRESA-CABECALHO TO CAB-EMPRESA.
           MOVE WS-TITULO-PERIODOS TO CAB-TITULO.
           MOVE "DATA DE EMISSAO:" TO CAB-DATA-LIT.
           MOVE WS-DATA-SISTEMA-EDICAO TO CAB-DATA.
           MOVE "PAG.: " TO CAB-PAGINA-LIT.
           MOVE WS-NUMERO-PAGINA TO CAB-PAGINA.
           WRITE REG-PAQ-CAB.

           MOVE SPACES TO REG-PAQ-LINHA.
           WRITE REG-PAQ-LINHA.

           WRITE REG-PAQ-LINHA FROM WS-CABECALHO-COLUNAS.

           MOVE SPACES TO REG-PAQ-LINHA.
           WRITE REG-PAQ-LINHA.
           ADD 4 TO WS-LINHAS-PAGINA.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1400-CARREGA-RUBRICAS - GUARDA OS CODIGOS DAS RUBRICAS DE      *
      *                         FALTA DA TABELA DE RUBRICAS. A TABELA  *
      *                         E CRITICADA NA CARGA DO CALCSAL; AQUI  *
      *                         SO O INDICADOR DE FALTA E LIDO         *
      *****************************************************************
       1400-CARREGA-RUBRICAS.
           OPEN INPUT ARQ-RUBRICAS.
           IF WS-STATUS-RUBRICAS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR A TABELA DE "
                   "RUBRICAS (ARQ-RUBRICAS), FILE STATUS "
                   WS-STATUS-RUBRICAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1410-LER-RUBRICA THRU 1410-EXIT
               UNTIL FIM-RUBRICAS.
           CLOSE ARQ-RUBRICAS.
           IF WS-QTD-RUB-FALTA = ZEROS
               DISPLAY "ATENCAO - NENHUMA RUBRICA DE FALTA NA TABELA "
                   "DE RUBRICAS - FALTAS NAO SERAO DESCONTADAS"
           END-IF.
       1400-EXIT.
           EXIT.

       1410-LER-RUBRICA.
           READ ARQ-RUBRICAS
               AT END
                   MOVE "S" TO WS-EOF-RUBRICAS
                   GO TO 1410-EXIT
           END-READ.
           IF RUB-IND-FALTA NOT = "S"
               GO TO 1410-EXIT
           END-IF.
           IF WS-QTD-RUB-FALTA NOT < 50
               DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE "
                   "RUBRICAS DE FALTA (50) EXCEDIDA - LOTE ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-RUB-FALTA.
           MOVE RUB-CODIGO TO WS-RUB-FALTA-CODIGO (WS-QTD-RUB-FALTA).
       1410-EXIT.
           EXIT.

      *****************************************************************
      * 1500-ABRE-PERIODOS - ABRE O MESTRE DE PERIODOS AQUISITIVOS EM  *
      *                      ENTRADA/SAIDA, CRIANDO O ARQUIVO NA       *
      *                      PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR    *
      *****************************************************************
       1500-ABRE-PERIODOS.
           OPEN I-O ARQ-PERIODOS.
           IF WS-STATUS-PERIODOS = "35"
               OPEN OUTPUT ARQ-PERIODOS
               CLOSE ARQ-PERIODOS
               OPEN I-O ARQ-PERIODOS
           END-IF.
           IF WS-STATUS-PERIODOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS PERIODOS "
                   "AQUISITIVOS (ARQ-PERIODOS), FILE STATUS "
                   WS-STATUS-PERIODOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-FUNCIONARIO - ATUALIZA OS PERIODOS DO EMPREGADO  *
      *                             E AVANCA PARA O PROXIMO REGISTRO   *
      *                             DO MESTRE. ADMITIDO DEPOIS DA DATA *
      *                             DE REFERENCIA NAO TEM PERIODO;     *
      *                             DESLIGADO EM COMPETENCIA ANTERIOR  *
      *                             JA TEVE OS PERIODOS ENCERRADOS     *
      *****************************************************************
       2000-PROCESSA-FUNCIONARIO.
           IF CAD-DATA-ADMISSAO > WS-DATA-REFERENCIA
               GO TO 2000-LER-PROXIMO
           END-IF.
           COMPUTE WS-COMPETENCIA-ADMISSAO = CAD-DATA-ADMISSAO / 100.
           COMPUTE WS-COMPETENCIA-DESLIG =
               CAD-DATA-DESLIGAMENTO / 100.
           IF CAD-SITUACAO = "D"
                   AND WS-COMPETENCIA-DESLIG < WS-COMPETENCIA
               GO TO 2000-LER-PROXIMO
           END-IF.
           MOVE WS-DATA-REFERENCIA TO WS-DATA-LIMITE-PERIODOS.
           IF CAD-SITUACAO = "D"
                   AND CAD-DATA-DESLIGAMENTO < WS-DATA-REFERENCIA
               MOVE CAD-DATA-DESLIGAMENTO TO WS-DATA-LIMITE-PERIODOS
           END-IF.
           PERFORM 3000-APURA-HISTORICO THRU 3000-EXIT.
           MOVE ZEROS TO WS-PER-NUMERO.
           MOVE "N" TO WS-FIM-PERIODOS.
           PERFORM 4000-PROCESSA-PERIODO THRU 4000-EXIT
               UNTIL FIM-PERIODOS.
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
      * 3000-APURA-HISTORICO - PERCORRE O HISTORICO DO EMPREGADO DA    *
      *                        COMPETENCIA DA ADMISSAO ATE A DE        *
      *                        REFERENCIA, SOMANDO AS FALTAS DE CADA   *
      *                        PERIODO E MARCANDO AS FERIAS PAGAS EM   *
      *                        CADA PERIODO DE CONCESSAO               *
      *****************************************************************
       3000-APURA-HISTORICO.
           INITIALIZE WS-TABELA-PERIODOS.
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
      *                      EMPREGADO: NA FOLHA MENSAL, CONVERTE OS   *
      *                      EVENTOS DE FALTA EM DIAS (VALOR X DIAS    *
      *                      PAGOS / SALARIO BASE DO MES, QUE JA VEM   *
      *                      PROPORCIONAL AOS DIAS PAGOS) E OS SOMA AO *
      *                      PERIODO DO MES; NAS FERIAS PAGAS, MARCA O *
      *                      PERIODO CUJA CONCESSAO CORRE NO MES.      *
      *                      OUTRA MATRICULA OU COMPETENCIA POSTERIOR  *
      *                      A DE REFERENCIA ENCERRA A LEITURA         *
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
           DIVIDE WS-MESES-CONTRATO BY 12 GIVING WS-PERIODO-HST.
           IF WS-PERIODO-HST NOT < 60
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN HST-PAGTO-MENSAL
                   MOVE ZEROS TO WS-VALOR-FALTAS
                   MOVE 30    TO WS-DIAS-PAGOS-MES
                   PERFORM 3150-SOMA-FALTAS THRU 3150-EXIT
                       VARYING WS-EVT-IDX FROM 1 BY 1
                       UNTIL WS-EVT-IDX > HST-QTD-EVENTOS
                          OR WS-EVT-IDX > 100
                   IF WS-VALOR-FALTAS > ZEROS
                           AND HST-SALARIO-BASE > ZEROS
                       COMPUTE WS-DIAS-FALTA-MES ROUNDED =
                           WS-VALOR-FALTAS * WS-DIAS-PAGOS-MES
                               / HST-SALARIO-BASE
                       ADD WS-DIAS-FALTA-MES
                           TO WS-PER-FALTAS (WS-PERIODO-HST + 1)
                   END-IF
               WHEN HST-PAGTO-FERIAS
                   IF WS-PERIODO-HST > ZEROS
                       MOVE "S"
                           TO WS-PER-FERIAS-PAGAS (WS-PERIODO-HST)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3150-SOMA-FALTAS.
           IF HST-EVT-CODIGO (WS-EVT-IDX) = WS-RUB-DIAS-PAGOS
                   AND HST-EVT-TIPO (WS-EVT-IDX) = "I"
               MOVE HST-EVT-VALOR (WS-EVT-IDX) TO WS-DIAS-PAGOS-MES
               GO TO 3150-EXIT
           END-IF.
           MOVE "N" TO WS-EVENTO-FALTA.
           PERFORM 3160-PROCURA-RUB-FALTA THRU 3160-EXIT
               VARYING WS-RUB-IDX FROM 1 BY 1
               UNTIL WS-RUB-IDX > WS-QTD-RUB-FALTA
                  OR EVENTO-DE-FALTA.
           IF EVENTO-DE-FALTA
               ADD HST-EVT-VALOR (WS-EVT-IDX) TO WS-VALOR-FALTAS
           END-IF.
       3150-EXIT.
           EXIT.

       3160-PROCURA-RUB-FALTA.
           IF HST-EVT-CODIGO (WS-EVT-IDX) =
                   WS-RUB-FALTA-CODIGO (WS-RUB-IDX)
               MOVE "S" TO WS-EVENTO-FALTA
           END-IF.
       3160-EXIT.
           EXIT.

      *****************************************************************
      * 4000-PROCESSA-PERIODO - MONTA AS DATAS DO PERIODO DE ORDEM     *
      *                         WS-PER-NUMERO (INICIO NO ANIVERSARIO   *
      *                         DA ADMISSAO), ABRE OU ATUALIZA O SEU   *
      *                         REGISTRO NO MESTRE E O ENVIA AO        *
      *                         RELATORIO SE TIVER SALDO. O PERIODO    *
      *                         QUE COMECA DEPOIS DA DATA DE           *
      *                         REFERENCIA (OU DO DESLIGAMENTO)        *
      *                         ENCERRA O EMPREGADO                    *
      *****************************************************************
       4000-PROCESSA-PERIODO.
           MOVE CAD-DATA-ADMISSAO TO WS-DATA-CALCULO.
           MOVE WS-PER-NUMERO TO WS-QTD-ANOS.
           PERFORM 8000-SOMA-ANOS THRU 8000-EXIT.
           MOVE WS-DATA-CALCULO TO WS-INICIO-PERIODO.
           IF WS-INICIO-PERIODO > WS-DATA-LIMITE-PERIODOS
               MOVE "S" TO WS-FIM-PERIODOS
               GO TO 4000-EXIT
           END-IF.
           MOVE CAD-DATA-ADMISSAO TO WS-DATA-CALCULO.
           COMPUTE WS-QTD-ANOS = WS-PER-NUMERO + 1.
           PERFORM 8000-SOMA-ANOS THRU 8000-EXIT.
           PERFORM 8100-VESPERA THRU 8100-EXIT.
           MOVE WS-DATA-CALCULO TO WS-FIM-PERIODO.
           MOVE CAD-DATA-ADMISSAO TO WS-DATA-CALCULO.
           COMPUTE WS-QTD-ANOS = WS-PER-NUMERO + 2.
           PERFORM 8000-SOMA-ANOS THRU 8000-EXIT.
           PERFORM 8100-VESPERA THRU 8100-EXIT.
           MOVE WS-DATA-CALCULO TO WS-LIMITE-CONCESSAO.
           PERFORM 8300-NUMERO-DO-DIA THRU 8300-EXIT.
           MOVE WS-NUM-DIA TO WS-NUM-LIMITE.
           COMPUTE WS-PER-IDX = WS-PER-NUMERO + 1.

           PERFORM 4100-LE-PERIODO THRU 4100-EXIT.
           IF PAQ-QUITADO OR PAQ-PERDIDO OR PAQ-RESCINDIDO
               GO TO 4000-PROXIMO
           END-IF.
           IF PERIODO-NOVO OR PAQ-EM-AQUISICAO
               MOVE WS-PER-FALTAS (WS-PER-IDX) TO PAQ-FALTAS
               PERFORM 4200-APLICA-ESCALA THRU 4200-EXIT
           END-IF.
           IF PERIODO-NOVO
                   AND WS-FIM-PERIODO < WS-DATA-REFERENCIA
                   AND WS-PER-FERIAS-PAGAS (WS-PER-IDX) = "S"
               MOVE PAQ-DIAS-DIREITO TO PAQ-DIAS-GOZADOS
           END-IF.
           IF PAQ-DIAS-GOZADOS < PAQ-DIAS-DIREITO
               COMPUTE PAQ-DIAS-SALDO =
                   PAQ-DIAS-DIREITO - PAQ-DIAS-GOZADOS
           ELSE
               MOVE ZEROS TO PAQ-DIAS-SALDO
           END-IF.
           PERFORM 4300-DEFINE-SITUACAO THRU 4300-EXIT.
           PERFORM 4400-GRAVA-PERIODO THRU 4400-EXIT.
           IF PAQ-ADQUIRIDO OR PAQ-VENCIDO
               PERFORM 4500-GRAVA-TRABALHO THRU 4500-EXIT
           END-IF.
       4000-PROXIMO.
           ADD 1 TO WS-PER-NUMERO.
           IF WS-PER-NUMERO NOT < 60
               MOVE "S" TO WS-FIM-PERIODOS
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-LE-PERIODO - LE O PERIODO NO MESTRE; SE AINDA NAO EXISTIR,*
      *                   MONTA O REGISTRO NOVO COM AS DATAS DO        *
      *                   PERIODO E NENHUM DIA GOZADO                  *
      *****************************************************************
       4100-LE-PERIODO.
           MOVE CAD-EMPRESA       TO PAQ-EMPRESA.
           MOVE CAD-MATRICULA     TO PAQ-MATRICULA.
           MOVE WS-INICIO-PERIODO TO PAQ-INICIO-AQUISITIVO.
           READ ARQ-PERIODOS
               INVALID KEY
                   MOVE "S" TO WS-PERIODO-NOVO
               NOT INVALID KEY
                   MOVE "N" TO WS-PERIODO-NOVO
           END-READ.
           IF PERIODO-NOVO
               MOVE SPACES            TO REG-PERIODO
               MOVE CAD-EMPRESA       TO PAQ-EMPRESA
               MOVE CAD-MATRICULA     TO PAQ-MATRICULA
               MOVE WS-INICIO-PERIODO TO PAQ-INICIO-AQUISITIVO
               MOVE WS-FIM-PERIODO    TO PAQ-FIM-AQUISITIVO
               MOVE WS-LIMITE-CONCESSAO TO PAQ-LIMITE-CONCESSAO
               MOVE ZEROS             TO PAQ-FALTAS
               MOVE ZEROS             TO PAQ-DIAS-DIREITO
               MOVE ZEROS             TO PAQ-DIAS-GOZADOS
               MOVE ZEROS             TO PAQ-DIAS-SALDO
               MOVE "A"               TO PAQ-SITUACAO
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-APLICA-ESCALA - DIAS DE DIREITO PELAS FALTAS DO PERIODO,  *
      *                      NA ESCALA DO ART. 130 DA CLT              *
      *****************************************************************
       4200-APLICA-ESCALA.
           EVALUATE TRUE
               WHEN PAQ-FALTAS NOT > 5
                   MOVE 30 TO PAQ-DIAS-DIREITO
               WHEN PAQ-FALTAS NOT > 14
                   MOVE 24 TO PAQ-DIAS-DIREITO
               WHEN PAQ-FALTAS NOT > 23
                   MOVE 18 TO PAQ-DIAS-DIREITO
               WHEN PAQ-FALTAS NOT > 32
                   MOVE 12 TO PAQ-DIAS-DIREITO
               WHEN OTHER
                   MOVE ZEROS TO PAQ-DIAS-DIREITO
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4300-DEFINE-SITUACAO - DESLIGAMENTO ENCERRA O PERIODO; MAIS DE *
      *                        32 FALTAS O PERDE; ANTES DO FIM ELE     *
      *                        ESTA EM AQUISICAO; SEM SALDO, QUITADO;  *
      *                        COM SALDO E O LIMITE DE CONCESSAO       *
      *                        ULTRAPASSADO, VENCIDO; SENAO ADQUIRIDO  *
      *****************************************************************
       4300-DEFINE-SITUACAO.
           EVALUATE TRUE
               WHEN CAD-SITUACAO = "D"
                   MOVE "R" TO PAQ-SITUACAO
               WHEN PAQ-FALTAS > 32
                   MOVE "P" TO PAQ-SITUACAO
               WHEN WS-FIM-PERIODO > WS-DATA-REFERENCIA
                   MOVE "A" TO PAQ-SITUACAO
               WHEN PAQ-DIAS-SALDO = ZEROS
                   MOVE "Q" TO PAQ-SITUACAO
               WHEN WS-LIMITE-CONCESSAO < WS-DATA-REFERENCIA
                   MOVE "V" TO PAQ-SITUACAO
               WHEN OTHER
                   MOVE "D" TO PAQ-SITUACAO
           END-EVALUATE.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 4400-GRAVA-PERIODO - GRAVA O PERIODO NOVO OU REGRAVA O         *
      *                      EXISTENTE, COM O CENTRO DE CUSTO ATUAL E  *
      *                      A COMPETENCIA DA ATUALIZACAO              *
      *****************************************************************
       4400-GRAVA-PERIODO.
           MOVE CAD-CENTRO-CUSTO TO PAQ-CENTRO-CUSTO.
           MOVE WS-COMPETENCIA   TO PAQ-COMPETENCIA.
           MOVE WS-DATA-SISTEMA  TO PAQ-DATA-ATUALIZACAO.
           IF PERIODO-NOVO
               WRITE REG-PERIODO
               ADD 1 TO WS-QTD-PERIODOS-NOVOS
           ELSE
               REWRITE REG-PERIODO
               ADD 1 TO WS-QTD-PERIODOS-ATUAL
           END-IF.
           IF WS-STATUS-PERIODOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO GRAVAR O PERIODO "
                   "AQUISITIVO " PAQ-INICIO-AQUISITIVO
                   " DA MATRICULA " CAD-MATRICULA
                   ", FILE STATUS " WS-STATUS-PERIODOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * 4500-GRAVA-TRABALHO - ENVIA O PERIODO COM SALDO AO RELATORIO,  *
      *                       CLASSIFICADO COMO VENCIDO, COM LIMITE DE *
      *                       CONCESSAO NOS PROXIMOS 60 DIAS OU A      *
      *                       GOZAR                                    *
      *****************************************************************
       4500-GRAVA-TRABALHO.
           EVALUATE TRUE
               WHEN PAQ-VENCIDO
                   MOVE "V" TO WS-CLASSE-RELATORIO
               WHEN WS-NUM-LIMITE NOT > WS-NUM-LIMITE-AVISO
                   MOVE "L" TO WS-CLASSE-RELATORIO
               WHEN OTHER
                   MOVE "D" TO WS-CLASSE-RELATORIO
           END-EVALUATE.
           MOVE CAD-EMPRESA           TO WS-PQS-EMPRESA.
           MOVE CAD-CENTRO-CUSTO      TO WS-PQS-CENTRO-CUSTO.
           MOVE CAD-MATRICULA         TO WS-PQS-MATRICULA.
           MOVE PAQ-INICIO-AQUISITIVO TO WS-PQS-INICIO.
           MOVE CAD-NOME              TO WS-PQS-NOME.
           MOVE PAQ-FIM-AQUISITIVO    TO WS-PQS-FIM.
           MOVE PAQ-LIMITE-CONCESSAO  TO WS-PQS-LIMITE.
           MOVE PAQ-FALTAS            TO WS-PQS-FALTAS.
           MOVE PAQ-DIAS-DIREITO      TO WS-PQS-DIREITO.
           MOVE PAQ-DIAS-GOZADOS      TO WS-PQS-GOZADOS.
           MOVE PAQ-DIAS-SALDO        TO WS-PQS-SALDO.
           MOVE WS-CLASSE-RELATORIO   TO WS-PQS-CLASSE.
           WRITE REG-PAQ-WORK FROM WS-PAQ-SAIDA.
       4500-EXIT.
           EXIT.

      *****************************************************************
      * 8000-SOMA-ANOS - SOMA WS-QTD-ANOS A WS-DATA-CALCULO; O 29 DE   *
      *                  FEVEREIRO EM ANO NAO BISSEXTO VIRA 28         *
      *****************************************************************
       8000-SOMA-ANOS.
           ADD WS-QTD-ANOS TO WS-DTC-ANO.
           IF WS-DTC-MES = 02 AND WS-DTC-DIA = 29
               PERFORM 8250-VERIFICA-BISSEXTO THRU 8250-EXIT
               IF NOT ANO-BISSEXTO
                   MOVE 28 TO WS-DTC-DIA
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-VESPERA - RECUA WS-DATA-CALCULO UM DIA                    *
      *****************************************************************
       8100-VESPERA.
           IF WS-DTC-DIA > 01
               SUBTRACT 1 FROM WS-DTC-DIA
               GO TO 8100-EXIT
           END-IF.
           IF WS-DTC-MES = 01
               MOVE 12 TO WS-DTC-MES
               SUBTRACT 1 FROM WS-DTC-ANO
           ELSE
               SUBTRACT 1 FROM WS-DTC-MES
           END-IF.
           PERFORM 8200-DIAS-DO-MES THRU 8200-EXIT.
           MOVE WS-DIAS-DO-MES TO WS-DTC-DIA.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 8200-DIAS-DO-MES - QUANTIDADE DE DIAS DO MES DE                *
      *                    WS-DATA-CALCULO                             *
      *****************************************************************
       8200-DIAS-DO-MES.
           MOVE WS-DIAS-MES-TAB (WS-DTC-MES) TO WS-DIAS-DO-MES.
           IF WS-DTC-MES = 02
               PERFORM 8250-VERIFICA-BISSEXTO THRU 8250-EXIT
               IF ANO-BISSEXTO
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF
           END-IF.
       8200-EXIT.
           EXIT.

       8250-VERIFICA-BISSEXTO.
           DIVIDE WS-DTC-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-4.
           DIVIDE WS-DTC-ANO BY 100 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-100.
           DIVIDE WS-DTC-ANO BY 400 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-400.
           IF WS-RESTO-4 = ZEROS
                   AND (WS-RESTO-100 NOT = ZEROS
                        OR WS-RESTO-400 = ZEROS)
               MOVE "S" TO WS-ANO-BISSEXTO
           ELSE
               MOVE "N" TO WS-ANO-BISSEXTO
           END-IF.
       8250-EXIT.
           EXIT.

      *****************************************************************
      * 8300-NUMERO-DO-DIA - NUMERO SEQUENCIAL DO DIA DE               *
      *                      WS-DATA-CALCULO (DIAS DESDE O INICIO DO   *
      *                      CALENDARIO), PARA CONTAR DIAS ENTRE DATAS *
      *****************************************************************
       8300-NUMERO-DO-DIA.
           COMPUTE WS-ANO-ANTERIOR = WS-DTC-ANO - 1.
           DIVIDE WS-ANO-ANTERIOR BY 4   GIVING WS-QUOC-4.
           DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-QUOC-100.
           DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-QUOC-400.
           COMPUTE WS-NUM-DIA =
               (WS-ANO-ANTERIOR * 365) + WS-QUOC-4 - WS-QUOC-100
               + WS-QUOC-400 + WS-DIAS-ACUM-TAB (WS-DTC-MES)
               + WS-DTC-DIA.
           IF WS-DTC-MES > 02
               PERFORM 8250-VERIFICA-BISSEXTO THRU 8250-EXIT
               IF ANO-BISSEXTO
                   ADD 1 TO WS-NUM-DIA
               END-IF
           END-IF.
       8300-EXIT.
           EXIT.

      *****************************************************************
      * 8400-EDITA-DATA - EDITA WS-DATA-CALCULO EM DD/MM/AAAA          *
      *****************************************************************
       8400-EDITA-DATA.
           MOVE WS-DTC-DIA TO WS-DTE-DIA.
           MOVE WS-DTC-MES TO WS-DTE-MES.
           MOVE WS-DTC-ANO TO WS-DTE-ANO.
       8400-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZACAO - CLASSIFICA O ARQUIVO DE TRABALHO, EMITE O   *
      *                    RELATORIO, FECHA OS ARQUIVOS E EXIBE OS     *
      *                    TOTAIS DO LOTE                              *
      *****************************************************************
       9000-FINALIZACAO.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-PERIODOS.
           CLOSE ARQ-PAQ-WORK.
           SORT ARQ-SORT-PAQ
               ON ASCENDING KEY SRT-EMPRESA SRT-CENTRO-CUSTO
                                SRT-MATRICULA SRT-INICIO
               USING ARQ-PAQ-WORK
               GIVING ARQ-PAQ-ORD.

           OPEN OUTPUT ARQ-RELATORIO-PAQ.
           PERFORM 9100-IMPRIME-PERIODOS THRU 9100-EXIT.
           CLOSE ARQ-RELATORIO-PAQ.

           DISPLAY "========================================".
           DISPLAY "EMPREGADOS ATUALIZADOS:             " WS-CONTADOR.
           DISPLAY "PERIODOS ABERTOS:                   "
               WS-QTD-PERIODOS-NOVOS.
           DISPLAY "PERIODOS ATUALIZADOS:               "
               WS-QTD-PERIODOS-ATUAL.
           DISPLAY "PERIODOS A GOZAR:                   "
               WS-TGE-A-GOZAR.
           DISPLAY "LIMITE DE CONCESSAO EM 60 DIAS:     "
               WS-TGE-LIMITE.
           DISPLAY "PERIODOS VENCIDOS:                  "
               WS-TGE-VENCIDOS.
           DISPLAY "========================================".
           IF WS-TGE-VENCIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-IMPRIME-PERIODOS - LE O ARQUIVO CLASSIFICADO COM QUEBRA   *
      *                         DE EMPRESA E DE CENTRO DE CUSTO: UMA   *
      *                         LINHA POR PERIODO, O TOTAL DO CENTRO,  *
      *                         O DA EMPRESA E O GERAL                 *
      *****************************************************************
       9100-IMPRIME-PERIODOS.
           OPEN INPUT ARQ-PAQ-ORD.
           IF WS-STATUS-PAQ-ORD NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO LER OS PERIODOS "
                   "CLASSIFICADOS (ARQ-PAQ-ORD), FILE STATUS "
                   WS-STATUS-PAQ-ORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE WS-TOTAIS-GERAIS.
           MOVE "N" TO WS-EOF-PAQ-ORD.
           MOVE "N" TO WS-EMPRESA-ABERTA.
           MOVE "N" TO WS-CENTRO-ABERTO.
           PERFORM 9105-LER-PAQ-ORD THRU 9105-EXIT.
           PERFORM 9110-QUEBRA-PERIODO THRU 9110-EXIT
               UNTIL FIM-PAQ-ORD.
           IF CENTRO-ABERTO
               PERFORM 9150-FECHA-CENTRO THRU 9150-EXIT
           END-IF.
           IF EMPRESA-ABERTA
               PERFORM 9160-FECHA-EMPRESA THRU 9160-EXIT
           ELSE
               MOVE ZEROS TO WS-EMPRESA-ATUAL
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.

           MOVE SPACES TO REG-PAQ-LINHA.
           WRITE REG-PAQ-LINHA.
           MOVE "TOTAL GERAL" TO TOT-LITERAL.
           MOVE WS-TGE-A-GOZAR  TO TOT-A-GOZAR.
           MOVE WS-TGE-LIMITE   TO TOT-LIMITE.
           MOVE WS-TGE-VENCIDOS TO TOT-VENCIDOS.
           PERFORM 9170-IMPRIME-TOTAL THRU 9170-EXIT.

           CLOSE ARQ-PAQ-ORD.
       9100-EXIT.
           EXIT.

       9105-LER-PAQ-ORD.
           READ ARQ-PAQ-ORD
               AT END
                   MOVE "S" TO WS-EOF-PAQ-ORD
           END-READ.
       9105-EXIT.
           EXIT.

       9110-QUEBRA-PERIODO.
           IF EMPRESA-ABERTA AND POR-EMPRESA NOT = WS-EMPRESA-ATUAL
               PERFORM 9150-FECHA-CENTRO THRU 9150-EXIT
               PERFORM 9160-FECHA-EMPRESA THRU 9160-EXIT
           END-IF.
           IF NOT EMPRESA-ABERTA
               MOVE POR-EMPRESA TO WS-EMPRESA-ATUAL
               MOVE "S" TO WS-EMPRESA-ABERTA
               INITIALIZE WS-TOTAIS-EMPRESA
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
           IF CENTRO-ABERTO AND POR-CENTRO-CUSTO NOT = WS-CENTRO-ATUAL
               PERFORM 9150-FECHA-CENTRO THRU 9150-EXIT
           END-IF.
           IF NOT CENTRO-ABERTO
               MOVE POR-CENTRO-CUSTO TO WS-CENTRO-ATUAL
               MOVE "S" TO WS-CENTRO-ABERTO
               INITIALIZE WS-TOTAIS-CENTRO
           END-IF.
           PERFORM 9140-IMPRIME-DETALHE THRU 9140-EXIT.
           PERFORM 9105-LER-PAQ-ORD THRU 9105-EXIT.
       9110-EXIT.
           EXIT.

      *****************************************************************
      * 9140-IMPRIME-DETALHE - IMPRIME A LINHA DO PERIODO E A CONTA NA *
      *                        CLASSE DO CENTRO DE CUSTO               *
      *****************************************************************
       9140-IMPRIME-DETALHE.
           IF WS-LINHAS-PAGINA NOT < WS-MAX-LINHAS-PAGINA
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
           MOVE SPACES TO REG-PAQ-DETALHE.
           MOVE POR-CENTRO-CUSTO TO DET-CENTRO-CUSTO.
           MOVE POR-MATRICULA    TO DET-MATRICULA.
           MOVE POR-NOME         TO DET-NOME.
           MOVE POR-INICIO       TO WS-DATA-CALCULO.
           PERFORM 8400-EDITA-DATA THRU 8400-EXIT.
           MOVE WS-DATA-EDICAO   TO DET-INICIO.
           MOVE POR-FIM          TO WS-DATA-CALCULO.
           PERFORM 8400-EDITA-DATA THRU 8400-EXIT.
           MOVE WS-DATA-EDICAO   TO DET-FIM.
           MOVE POR-LIMITE       TO WS-DATA-CALCULO.
           PERFORM 8400-EDITA-DATA THRU 8400-EXIT.
           MOVE WS-DATA-EDICAO   TO DET-LIMITE.
           MOVE POR-FALTAS       TO DET-FALTAS.
           MOVE POR-DIREITO      TO DET-DIREITO.
           MOVE POR-GOZADOS      TO DET-GOZADOS.
           MOVE POR-SALDO        TO DET-SALDO.
           EVALUATE TRUE
               WHEN POR-VENCIDO
                   MOVE "VENCIDO - EM DOBRO" TO DET-SITUACAO
                   ADD 1 TO WS-CTC-VENCIDOS
               WHEN POR-LIMITE-PROXIMO
                   MOVE "VENCE EM ATE 60 DIAS" TO DET-SITUACAO
                   ADD 1 TO WS-CTC-LIMITE
               WHEN OTHER
                   MOVE "A GOZAR" TO DET-SITUACAO
                   ADD 1 TO WS-CTC-A-GOZAR
           END-EVALUATE.
           WRITE REG-PAQ-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.
       9140-EXIT.
           EXIT.

      *****************************************************************
      * 9150-FECHA-CENTRO - IMPRIME O TOTAL DO CENTRO DE CUSTO E       *
      *                     ACUMULA O DA EMPRESA                       *
      *****************************************************************
       9150-FECHA-CENTRO.
           MOVE SPACES TO REG-PAQ-TOTAL.
           MOVE "TOTAL DO CENTRO DE CUSTO" TO TOT-LITERAL.
           MOVE WS-CTC-A-GOZAR  TO TOT-A-GOZAR.
           MOVE WS-CTC-LIMITE   TO TOT-LIMITE.
           MOVE WS-CTC-VENCIDOS TO TOT-VENCIDOS.
           PERFORM 9170-IMPRIME-TOTAL THRU 9170-EXIT.
           MOVE SPACES TO REG-PAQ-LINHA.
           WRITE REG-PAQ-LINHA.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD WS-CTC-A-GOZAR  TO WS-TEM-A-GOZAR.
           ADD WS-CTC-LIMITE   TO WS-TEM-LIMITE.
           ADD WS-CTC-VENCIDOS TO WS-TEM-VENCIDOS.
           MOVE "N" TO WS-CENTRO-ABERTO.
       9150-EXIT.
           EXIT.

      *****************************************************************
      * 9160-FECHA-EMPRESA - IMPRIME O TOTAL DA EMPRESA E ACUMULA O    *
      *                      TOTAL GERAL                               *
      *****************************************************************
       9160-FECHA-EMPRESA.
           MOVE SPACES TO REG-PAQ-TOTAL.
           MOVE "TOTAL DA EMPRESA" TO TOT-LITERAL.
           MOVE WS-TEM-A-GOZAR  TO TOT-A-GOZAR.
           MOVE WS-TEM-LIMITE   TO TOT-LIMITE.
           MOVE WS-TEM-VENCIDOS TO TOT-VENCIDOS.
           PERFORM 9170-IMPRIME-TOTAL THRU 9170-EXIT.
           ADD WS-TEM-A-GOZAR  TO WS-TGE-A-GOZAR.
           ADD WS-TEM-LIMITE   TO WS-TGE-LIMITE.
           ADD WS-TEM-VENCIDOS TO WS-TGE-VENCIDOS.
           MOVE "N" TO WS-EMPRESA-ABERTA.
       9160-EXIT.
           EXIT.

      *****************************************************************
      * 9170-IMPRIME-TOTAL - COMPLETA OS LITERAIS DA LINHA DE TOTAL E  *
      *                      A IMPRIME                                 *
      *****************************************************************
       9170-IMPRIME-TOTAL.
           MOVE "A GOZAR:"          TO TOT-A-GOZAR-LIT.
           MOVE "VENCE EM 60 DIAS:" TO TOT-LIMITE-LIT.
           MOVE "VENCIDOS:"         TO TOT-VENCIDOS-LIT.
           WRITE REG-PAQ-TOTAL.
           ADD 1 TO WS-LINHAS-PAGINA.
       9170-EXIT.
           EXIT.
