       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANTAM.
       AUTHOR. SISTEMA DE FOLHA.
       INSTALLATION. DEPARTAMENTO DE PESSOAL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * PROGRAMA: ADIANTAMENTO QUINZENAL DE SALARIOS                  *
      * DESCRICAO: PAGA NO DIA 15 O ADIANTAMENTO DA COMPETENCIA AOS   *
      *            FUNCIONARIOS ATIVOS DO MESTRE (ARQ-FUNCIONARIOS):  *
      *            O PERCENTUAL INFORMADO DO SALARIO DO CADASTRO      *
      *            (CAD-SALARIO-BRUTO). NAO RECEBEM O ADIANTAMENTO:   *
      *            - O FUNCIONARIO AFASTADO NO DIA 15;                *
      *            - O ADMITIDO DEPOIS DO DIA DE CORTE INFORMADO;     *
      *            - O FUNCIONARIO COM DESLIGAMENTO NA COMPETENCIA;   *
      *            - O FUNCIONARIO COM PENSAO ALIMENTICIA JUDICIAL    *
      *              (ARQ-PENSAO, O MESMO DA FOLHA MENSAL);           *
      *            - O FUNCIONARIO SEM DADOS BANCARIOS.               *
      *            OS NAO PAGOS SAO APONTADOS NAS OCORRENCIAS         *
      *            (ARQ-EXCECOES-ADI). O PAGAMENTO SAI EM REMESSA     *
      *            CNAB PROPRIA (ARQ-CNAB-ADI) NO MESMO LEIAUTE DE    *
      *            400 POSICOES CONCILIADO PELO CNABRET, COM O        *
      *            RELATORIO DE PAGAMENTO POR EMPRESA (ARQ-RELATORIO- *
      *            ADI). CADA ADIANTAMENTO PAGO E GRAVADO COMO EVENTO *
      *            DA FOLHA DA COMPETENCIA (ARQ-EVENTOS), NA RUBRICA  *
      *            DE CLASSE "L" DA TABELA DE RUBRICAS, PARA QUE O    *
      *            CALCSAL DESCONTE EXATAMENTE O VALOR PAGO, E OS     *
      *            LANCAMENTOS CONTABEIS DO PAGAMENTO VAO PARA A      *
      *            INTERFACE (ARQ-LANCAMENTOS) POR CENTRO DE CUSTO.   *
      *                                                               *
      * PARAMETROS DE LINHA DE COMANDO: COMPETENCIA (AAAAMM), AINDA   *
      * NAO PROCESSADA NA FOLHA MENSAL, O PERCENTUAL DO SALARIO (01 A *
      * 99) E O DIA DE CORTE DA ADMISSAO (01 A 31), SEPARADOS POR UM  *
      * ESPACO, SEGUIDOS OPCIONALMENTE DE S PARA SIMULACAO (SO O      *
      * RELATORIO E AS OCORRENCIAS, SEM REMESSA, EVENTOS NEM          *
      * LANCAMENTOS). EX.: 202611 40 15 OU 202611 40 15 S             *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      * ---------- ------ ---------------------------------------    *
      * 2026-10-15 SFP    VERSAO ORIGINAL - SUBSTITUI O PAGAMENTO DO  *
      *                   ADIANTAMENTO FORA DO SISTEMA E A DIGITACAO  *
      *                   DO EVENTO DE ADIANTAMENTO NOS EVENTOS DO    *
      *                   MES.                                        *
      * 2026-10-15 SFP    REGISTRA O INICIO E O FIM DE CADA EXECUCAO  *
      *                   NO LOG DO LOTE DA FOLHA (ARQ-LOG-EXECUCAO), *
      *                   COM PARAMETROS, QUANTIDADES E RETURN-CODE,  *
      *                   BASE DO CONTROLE DE PRE-REQUISITOS E DO     *
      *                   RESUMO DIARIO DE OPERACOES.                 *
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
           SELECT ARQ-PENSAO ASSIGN TO "PENSAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENSAO.
           SELECT ARQ-SORT-PENSAO ASSIGN TO "SORTPEN".
           SELECT ARQ-PENSAO-ORD ASSIGN TO "PENSADI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENSAO-ORD.
           SELECT ARQ-RUBRICAS ASSIGN TO "TABRUBR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUBRICAS.
           SELECT ARQ-COMPETENCIA ASSIGN TO "COMPETEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPETENCIA.
           SELECT ARQ-EVENTOS ASSIGN TO "EVENTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTOS.
           SELECT ARQ-CNAB-ADI ASSIGN TO "CNABADI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-LANCAMENTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.
           SELECT ARQ-RELATORIO-ADI ASSIGN TO "RELADI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-EXCECOES-ADI ASSIGN TO "EXCECADI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-LOG-EXECUCAO ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

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
      * ARQ-PENSAO - PENSOES ALIMENTICIAS DETERMINADAS JUDICIALMENTE,  *
      * O MESMO ARQUIVO DA FOLHA MENSAL. AQUI SO INTERESSA A CHAVE     *
      * (EMPRESA + MATRICULA): O ARQUIVO E CLASSIFICADO POR ELA        *
      * (ARQ-SORT-PENSAO -> ARQ-PENSAO-ORD) NA INICIALIZACAO E LIDO EM *
      * PASSO COM O MESTRE. O ARQUIVO E OPCIONAL.                      *
      *****************************************************************
       FD  ARQ-PENSAO
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-PENSAO-BRUTO               PIC X(80).

       SD  ARQ-SORT-PENSAO
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-SORT-PENSAO.
           05  SRT-PEN-EMPRESA            PIC 9(03).
           05  SRT-PEN-MATRICULA          PIC 9(06).
           05  FILLER                     PIC X(71).

       FD  ARQ-PENSAO-ORD
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-PENSAO.
           05  PEN-CHAVE.
               10  PEN-EMPRESA            PIC 9(03).
               10  PEN-MATRICULA          PIC 9(06).
           05  FILLER                     PIC X(71).

      *****************************************************************
      * ARQ-RUBRICAS - TABELA DE RUBRICAS DA FOLHA, A MESMA DO         *
      * CALCSAL. O ADIANTAMENTO E LANCADO NA RUBRICA DE DESCONTO DE    *
      * CLASSE "L" (ABATIDA DIRETO DO LIQUIDO), QUE DEVE SER UNICA.    *
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
      * ARQ-EVENTOS - EVENTOS VARIAVEIS DA FOLHA DO MES, LIDOS PELO    *
      * CALCSAL. O ADIANTAMENTO E LIDO ANTES PARA CONFERIR QUE O MES   *
      * AINDA NAO TEM EVENTO DE ADIANTAMENTO E DEPOIS RECEBE, EM       *
      * EXTENSAO, UM EVENTO POR FUNCIONARIO PAGO. O LEIAUTE DEVE SER   *
      * MANTIDO IDENTICO AO DO CALCSAL.                                *
      *****************************************************************
       FD  ARQ-EVENTOS
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-EVENTO.
           05  EVT-CHAVE.
               10  EVT-EMPRESA            PIC 9(03).
               10  EVT-MATRICULA          PIC 9(06).
           05  EVT-CODIGO                 PIC 9(03).
           05  EVT-TIPO                   PIC X(01).
           05  EVT-VALOR                  PIC 9(07)V99.
           05  FILLER                     PIC X(58).

      *****************************************************************
      * ARQ-CNAB-ADI - ARQUIVO DE REMESSA BANCARIA (LEIAUTE CNAB400)   *
      * PARA PAGAMENTO DO ADIANTAMENTO POR DEPOSITO EM CONTA, NO MESMO *
      * LEIAUTE DA REMESSA DE SALARIOS DO CALCSAL, CONCILIADO PELO     *
      * CNABRET NO DIA SEGUINTE AO PAGAMENTO.                          *
      *****************************************************************
       FD  ARQ-CNAB-ADI
           RECORD CONTAINS 400 CHARACTERS.
       01  REG-CNAB                     PIC X(400).
       01  REG-CNAB-HEADER REDEFINES REG-CNAB.
           05  CNABH-TIPO-REGISTRO       PIC 9(01).
           05  CNABH-LITERAL             PIC X(30).
           05  CNABH-DATA-GERACAO        PIC 9(08).
           05  FILLER                    PIC X(361).
       01  REG-CNAB-DETALHE REDEFINES REG-CNAB.
           05  CNABD-TIPO-REGISTRO       PIC 9(01).
           05  CNABD-BANCO               PIC 9(03).
           05  CNABD-AGENCIA             PIC 9(05).
           05  CNABD-CONTA               PIC 9(10).
           05  CNABD-CONTA-DV            PIC 9(01).
           05  CNABD-MATRICULA           PIC 9(06).
           05  CNABD-NOME                PIC X(30).
           05  CNABD-VALOR               PIC 9(13)V99.
           05  CNABD-DATA-PAGAMENTO      PIC 9(08).
           05  FILLER                    PIC X(321).
       01  REG-CNAB-TRAILER REDEFINES REG-CNAB.
           05  CNABT-TIPO-REGISTRO       PIC 9(01).
           05  CNABT-QTD-REGISTROS       PIC 9(06).
           05  CNABT-VALOR-TOTAL         PIC 9(13)V99.
           05  FILLER                    PIC X(378).

      *****************************************************************
      * ARQ-LANCAMENTOS - INTERFACE DE LANCAMENTOS CONTABEIS PARA      *
      * CARGA NO RAZAO, COMPARTILHADA COM A FOLHA MENSAL. O            *
      * ADIANTAMENTO ACRESCENTA, POR CENTRO DE CUSTO, O DEBITO DOS     *
      * ADIANTAMENTOS CONCEDIDOS (BAIXADOS PELO CALCSAL NO DESCONTO) E *
      * O CREDITO DOS ADIANTAMENTOS A PAGAR. O LEIAUTE DEVE SER        *
      * MANTIDO IDENTICO AO DO CALCSAL.                                *
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
      * ARQ-RELATORIO-ADI - RELATORIO DE PAGAMENTO DO ADIANTAMENTO     *
      * (IMPRESSAO), UMA PAGINA NOVA POR EMPRESA: UMA LINHA POR        *
      * FUNCIONARIO PAGO, COM A CONTA DE CREDITO, O TOTAL DA EMPRESA   *
      * E O GERAL. REDEFINICOES DO MESMO REGISTRO DE 132 POSICOES.     *
      *****************************************************************
       FD  ARQ-RELATORIO-ADI
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ADI-LINHA          PIC X(132).
       01  REG-ADI-CAB REDEFINES REG-ADI-LINHA.
           05  CAB-EMPRESA        PIC X(40).
           05  CAB-TITULO         PIC X(52).
           05  CAB-DATA-LIT       PIC X(20).
           05  CAB-DATA           PIC X(10).
           05  CAB-PAGINA-LIT     PIC X(06).
           05  CAB-PAGINA         PIC 9(04).
       01  REG-ADI-DET REDEFINES REG-ADI-LINHA.
           05  FILLER             PIC X(02).
           05  DET-MATRICULA      PIC 9(06).
           05  FILLER             PIC X(02).
           05  DET-NOME           PIC X(30).
           05  FILLER             PIC X(02).
           05  DET-CENTRO-CUSTO   PIC 9(04).
           05  FILLER             PIC X(03).
           05  DET-BANCO          PIC 9(03).
           05  FILLER             PIC X(01).
           05  DET-AGENCIA        PIC 9(05).
           05  FILLER             PIC X(01).
           05  DET-CONTA          PIC 9(10).
           05  DET-CONTA-TRACO    PIC X(01).
           05  DET-CONTA-DV       PIC 9(01).
           05  FILLER             PIC X(03).
           05  DET-SALARIO        PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03).
           05  DET-VALOR          PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(31).
       01  REG-ADI-TOTAL REDEFINES REG-ADI-LINHA.
           05  FILLER             PIC X(02).
           05  TOT-LITERAL        PIC X(30).
           05  FILLER             PIC X(02).
           05  TOT-QTD-LIT        PIC X(14).
           05  TOT-QUANTIDADE     PIC ZZ.ZZ9.
           05  FILLER             PIC X(18).
           05  TOT-SALARIO        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  TOT-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(31).

      *****************************************************************
      * ARQ-EXCECOES-ADI - OCORRENCIAS DO ADIANTAMENTO, UMA POR        *
      * FUNCIONARIO ATIVO NAO PAGO, COM O MOTIVO E O TOTAL AO FINAL.   *
      *****************************************************************
       FD  ARQ-EXCECOES-ADI
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
      *****************************************************************
      * CABECALHO DAS COLUNAS DO RELATORIO, ALINHADO COM REG-ADI-DET.  *
      *****************************************************************
       01  WS-CABECALHO-COLUNAS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  FILLER   PIC X(08) VALUE "MATRIC.".
           05  FILLER   PIC X(32) VALUE "NOME".
           05  FILLER   PIC X(07) VALUE "C.C.".
           05  FILLER   PIC X(25) VALUE "BCO AGENC CONTA".
           05  FILLER   PIC X(15) VALUE "     SALARIO".
           05  FILLER   PIC X(12) VALUE "ADIANTAMENTO".
           05  FILLER   PIC X(31) VALUE SPACES.

      *****************************************************************
      * PARAMETROS DE LINHA DE COMANDO: COMPETENCIA (AAAAMM),          *
      * PERCENTUAL DO SALARIO, DIA DE CORTE DA ADMISSAO E, SEPARADOS   *
      * POR UM ESPACO, O MODO (S = SIMULACAO).                         *
      *****************************************************************
       01  WS-PARAMETRO-LINHA.
           05  WS-PARM-COMPETENCIA    PIC X(06).
           05  WS-PARM-SEPARADOR-1    PIC X(01).
           05  WS-PARM-PERCENTUAL     PIC X(02).
           05  WS-PARM-SEPARADOR-2    PIC X(01).
           05  WS-PARM-DIA-CORTE      PIC X(02).
           05  WS-PARM-SEPARADOR-3    PIC X(01).
           05  WS-PARM-MODO           PIC X(01).
           05  FILLER                 PIC X(06).

       77  WS-PARAMETRO-MODO      PIC X(01) VALUE SPACES.
           88  EXECUTAR-PREVIA           VALUE "S" "s".
           88  EXECUCAO-NORMAL           VALUE SPACE.

       77  WS-PERCENTUAL          PIC 9(02) VALUE ZEROS.
       77  WS-DIA-CORTE           PIC 9(02) VALUE ZEROS.

       01  WS-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-DET REDEFINES WS-COMPETENCIA.
           05  WS-COMPETENCIA-ANO    PIC 9(04).
           05  WS-COMPETENCIA-MES    PIC 9(02).

       01  WS-COMPETENCIA-EDICAO.
           05  WS-COMP-EDI-MES       PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-COMP-EDI-ANO       PIC 9(04).

      *****************************************************************
      * DATAS DE REFERENCIA DA COMPETENCIA (AAAAMMDD): O DIA 15, EM    *
      * QUE O AFASTAMENTO E VERIFICADO, E O DIA DE CORTE DA ADMISSAO.  *
      *****************************************************************
       01  WS-DATA-REFERENCIA     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-REFERENCIA-DET REDEFINES WS-DATA-REFERENCIA.
           05  WS-DTR-COMPETENCIA    PIC 9(06).
           05  WS-DTR-DIA            PIC 9(02).
       01  WS-DATA-CORTE          PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CORTE-DET REDEFINES WS-DATA-CORTE.
           05  WS-DTC-COMPETENCIA    PIC 9(06).
           05  WS-DTC-DIA            PIC 9(02).
       77  WS-DIA-ADIANTAMENTO    PIC 9(02) VALUE 15.

      *****************************************************************
      * DATAS DO CONTRATO DO FUNCIONARIO EM PROCESSAMENTO. DATA NAO    *
      * NUMERICA (REGISTRO ANTERIOR AOS CAMPOS) VALE ZERO.             *
      *****************************************************************
       01  WS-DATAS-CONTRATO.
           05  WS-DCT-DESLIGAMENTO    PIC 9(08).
           05  WS-DCT-AFASTAMENTO     PIC 9(08).
           05  WS-DCT-RETORNO         PIC 9(08).
       77  WS-COMPETENCIA-DESLIG  PIC 9(06) VALUE ZEROS.

       01  WS-TITULO-ADIANTAMENTO.
           05  FILLER                PIC X(28)
                   VALUE "ADIANTAMENTO QUINZENAL - ".
           05  FILLER                PIC X(07) VALUE "COMPET.".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-TITULO-COMPETENCIA PIC X(07).
           05  FILLER                PIC X(03) VALUE " - ".
           05  WS-TITULO-PERCENTUAL  PIC Z9.
           05  FILLER                PIC X(04) VALUE "%".

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
      * RUBRICA DO ADIANTAMENTO (CLASSE "L") E CONFERENCIA DOS EVENTOS *
      * JA GRAVADOS NO MES.                                            *
      *****************************************************************
       77  WS-RUB-ADIANTAMENTO    PIC 9(03) VALUE ZEROS.
       77  WS-EOF-RUBRICAS        PIC X(01) VALUE "N".
           88  FIM-RUBRICAS              VALUE "S".
       77  WS-EOF-EVENTOS         PIC X(01) VALUE "N".
           88  FIM-EVENTOS               VALUE "S".
       77  WS-QTD-EVENTOS-LANCADOS PIC 9(05) VALUE ZEROS.

      *****************************************************************
      * FUSAO DAS PENSOES ALIMENTICIAS COM O MESTRE.                   *
      *****************************************************************
       77  WS-SEM-PENSOES         PIC X(01) VALUE "N".
           88  SEM-PENSOES               VALUE "S".
       77  WS-EOF-PENSAO-ORD      PIC X(01) VALUE "N".
           88  FIM-PENSOES-ORD           VALUE "S".
       77  WS-TEM-PENSAO          PIC X(01) VALUE "N".
           88  FUNCIONARIO-COM-PENSAO    VALUE "S".

      *****************************************************************
      * FUNCIONARIO EM PROCESSAMENTO.                                  *
      *****************************************************************
       77  WS-VALOR-ADIANTAMENTO  PIC 9(07)V99 VALUE ZEROS.
       77  WS-CAMPO-REJEICAO      PIC X(15) VALUE SPACES.
       77  WS-MOTIVO-REJEICAO     PIC X(40) VALUE SPACES.

      *****************************************************************
      * LANCAMENTOS CONTABEIS DO LOTE POR CENTRO DE CUSTO, SOMADOS EM  *
      * MEMORIA A CADA ADIANTAMENTO PAGO E GRAVADOS NA INTERFACE AO    *
      * FINAL.                                                         *
      *****************************************************************
       77  WS-QTD-CENTROS         PIC 9(03) VALUE ZEROS.
       77  WS-CTC-IDX             PIC 9(03) VALUE ZEROS.
       77  WS-CTC-ENCONTRADO      PIC X(01) VALUE "N".
           88  CENTRO-ENCONTRADO         VALUE "S".
       01  WS-TABELA-CENTROS.
           05  WS-CTC OCCURS 200 TIMES.
               10  WS-CTC-CODIGO          PIC 9(04).
               10  WS-CTC-ADIANTAMENTO    PIC 9(09)V99.

      *****************************************************************
      * TOTAIS DA EMPRESA E GERAIS DO RELATORIO E DA REMESSA.          *
      *****************************************************************
       01  WS-TOTAIS-EMPRESA.
           05  WS-TEM-QTD                PIC 9(05).
           05  WS-TEM-SALARIO            PIC 9(11)V99.
           05  WS-TEM-VALOR              PIC 9(11)V99.
       01  WS-TOTAIS-GERAIS.
           05  WS-TGE-QTD                PIC 9(05).
           05  WS-TGE-SALARIO            PIC 9(11)V99.
           05  WS-TGE-VALOR              PIC 9(11)V99.

       77  WS-EMPRESA-ABERTA      PIC X(01) VALUE "N".
           88  EMPRESA-ABERTA            VALUE "S".
       77  WS-EMPRESA-ATUAL       PIC 9(03) VALUE ZEROS.

       77  WS-CONTADOR-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WS-CONTADOR-EXCECOES   PIC 9(05) VALUE ZEROS.

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

       77  WS-STATUS-CADASTRO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-PENSAO       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PENSAO-ORD   PIC X(02) VALUE SPACES.
       77  WS-STATUS-RUBRICAS     PIC X(02) VALUE SPACES.
       77  WS-STATUS-COMPETENCIA  PIC X(02) VALUE SPACES.
       77  WS-STATUS-EVENTOS      PIC X(02) VALUE SPACES.
       77  WS-STATUS-LANCAMENTOS  PIC X(02) VALUE SPACES.

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
      * 0000-MAINLINE - CONTROLA O PAGAMENTO DO ADIANTAMENTO           *
      *****************************************************************
       0000-MAINLINE.
           DISPLAY "========================================".
           DISPLAY "   ADIANTAMENTO QUINZENAL DE SALARIOS  ".
           DISPLAY "========================================".

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           PERFORM 0600-VERIFICA-COMPETENCIA THRU 0600-EXIT.

           PERFORM 0800-REGISTRA-INICIO THRU 0800-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           PERFORM 2000-PROCESSA-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-FUNCIONARIOS.

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT.

           STOP RUN.

      *****************************************************************
      * 0500-TRATA-PARAMETROS - LE E CRITICA A COMPETENCIA, O          *
      *                         PERCENTUAL, O DIA DE CORTE E O MODO DE *
      *                         EXECUCAO                               *
      *****************************************************************
       0500-TRATA-PARAMETROS.
           ACCEPT WS-PARAMETRO-LINHA FROM COMMAND-LINE.
           IF WS-PARM-COMPETENCIA IS NOT NUMERIC
                   OR WS-PARM-PERCENTUAL IS NOT NUMERIC
                   OR WS-PARM-DIA-CORTE IS NOT NUMERIC
               DISPLAY "ERRO FATAL - INFORMAR NA LINHA DE COMANDO A "
                   "COMPETENCIA (AAAAMM), O PERCENTUAL (99) E O DIA "
                   "DE CORTE DA ADMISSAO (DD), SEGUIDOS DE S PARA "
                   "SIMULACAO (EX.: 202611 40 15)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-PARM-SEPARADOR-1 NOT = SPACE
                   OR WS-PARM-SEPARADOR-2 NOT = SPACE
                   OR WS-PARM-SEPARADOR-3 NOT = SPACE
               DISPLAY "ERRO FATAL - PARAMETRO MAL FORMADO: SEPARAR "
                   "OS PARAMETROS COM UM ESPACO (EX.: 202611 40 15 S)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARM-COMPETENCIA TO WS-COMPETENCIA.
           IF WS-COMPETENCIA-MES < 01 OR WS-COMPETENCIA-MES > 12
                   OR WS-COMPETENCIA-ANO = ZEROS
               DISPLAY "ERRO FATAL - COMPETENCIA INVALIDA: "
                   WS-COMPETENCIA
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARM-PERCENTUAL TO WS-PERCENTUAL.
           IF WS-PERCENTUAL = ZEROS
               DISPLAY "ERRO FATAL - PERCENTUAL DO ADIANTAMENTO "
                   "INVALIDO: " WS-PARM-PERCENTUAL " (USAR 01 A 99)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARM-DIA-CORTE TO WS-DIA-CORTE.
           IF WS-DIA-CORTE < 01 OR WS-DIA-CORTE > 31
               DISPLAY "ERRO FATAL - DIA DE CORTE DA ADMISSAO "
                   "INVALIDO: " WS-PARM-DIA-CORTE " (USAR 01 A 31)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARM-MODO TO WS-PARAMETRO-MODO.
           IF NOT EXECUTAR-PREVIA AND NOT EXECUCAO-NORMAL
               DISPLAY "ERRO FATAL - MODO DE EXECUCAO INVALIDO: "
                   WS-PARM-MODO " (USAR S PARA SIMULACAO)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-COMPETENCIA      TO WS-DTR-COMPETENCIA.
           MOVE WS-DIA-ADIANTAMENTO TO WS-DTR-DIA.
           MOVE WS-COMPETENCIA      TO WS-DTC-COMPETENCIA.
           MOVE WS-DIA-CORTE        TO WS-DTC-DIA.
           MOVE WS-COMPETENCIA-MES TO WS-COMP-EDI-MES.
           MOVE WS-COMPETENCIA-ANO TO WS-COMP-EDI-ANO.
           MOVE WS-COMPETENCIA-EDICAO TO WS-TITULO-COMPETENCIA.
           MOVE WS-PERCENTUAL TO WS-TITULO-PERCENTUAL.
           DISPLAY "COMPETENCIA: " WS-COMPETENCIA-EDICAO
               "  PERCENTUAL: " WS-PERCENTUAL
               "%  DIA DE CORTE: " WS-DIA-CORTE.
           IF EXECUTAR-PREVIA
               DISPLAY "MODO DE SIMULACAO - NENHUMA REMESSA, EVENTO "
                   "OU LANCAMENTO SERA GRAVADO"
           END-IF.
       0500-EXIT.
           EXIT.

      *****************************************************************
      * 0600-VERIFICA-COMPETENCIA - A FOLHA MENSAL DA COMPETENCIA NAO  *
      *                             PODE ESTAR PROCESSADA: O EVENTO DO *
      *                             ADIANTAMENTO FICARIA SEM DESCONTO  *
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
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
               PERFORM 0610-LER-COMPETENCIA THRU 0610-EXIT
                   UNTIL FIM-COMPETENCIA
               CLOSE ARQ-COMPETENCIA
           END-IF.
           IF COMPETENCIA-PROCESSADA
               DISPLAY "ERRO FATAL - FOLHA MENSAL DA COMPETENCIA "
                   WS-COMPETENCIA-EDICAO " JA PROCESSADA - "
                   "ADIANTAMENTO NAO PERMITIDO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
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
           IF EXECUTAR-PREVIA
               MOVE "S" TO WS-LOG-MODO
               MOVE "N" TO WS-LOG-REMESSA
           ELSE
               MOVE "N" TO WS-LOG-MODO
               MOVE "S" TO WS-LOG-REMESSA
           END-IF.
       0810-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - LOCALIZA A RUBRICA DO ADIANTAMENTO,       *
      *                      CONFERE OS EVENTOS DO MES, PREPARA AS     *
      *                      PENSOES, ABRE OS ARQUIVOS E FAZ A LEITURA *
      *                      ANTECIPADA DO MESTRE                      *
      *****************************************************************
       1000-INICIALIZACAO.
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           PERFORM 1400-CARREGA-RUBRICAS THRU 1400-EXIT.
           PERFORM 1500-CONFERE-EVENTOS THRU 1500-EXIT.
           PERFORM 1600-PREPARA-PENSOES THRU 1600-EXIT.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-STATUS-CADASTRO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR O MESTRE DE "
                   "FUNCIONARIOS (ARQ-FUNCIONARIOS), FILE STATUS "
                   WS-STATUS-CADASTRO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF NOT EXECUTAR-PREVIA
               PERFORM 1700-ABRE-SAIDAS THRU 1700-EXIT
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO-ADI.
           OPEN OUTPUT ARQ-EXCECOES-ADI.
           INITIALIZE WS-TOTAIS-GERAIS.
           PERFORM 2100-LER-FUNCIONARIO THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-CAPTURA-DATA-SISTEMA - CAPTURA A DATA DO SISTEMA UMA    *
      *                             UNICA VEZ PARA QUE A DATA DE       *
      *                             GERACAO DO CNAB-HEADER E A DATA DE *
      *                             PAGAMENTO DE CADA DETALHE SEJAM A  *
      *                             MESMA                              *
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
      *                          A EMPRESA EM CURSO                    *
      *****************************************************************
       1100-IMPRIME-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.
           MOVE SPACES TO REG-ADI-CAB.
           MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-CAB-COD.
           MOVE WS-EMPRESA-CABECALHO TO CAB-EMPRESA.
           MOVE WS-TITULO-ADIANTAMENTO TO CAB-TITULO.
           MOVE "DATA DE EMISSAO:" TO CAB-DATA-LIT.
           MOVE WS-DATA-SISTEMA-EDICAO TO CAB-DATA.
           MOVE "PAG.: " TO CAB-PAGINA-LIT.
           MOVE WS-NUMERO-PAGINA TO CAB-PAGINA.
           WRITE REG-ADI-CAB.

           MOVE SPACES TO REG-ADI-LINHA.
           WRITE REG-ADI-LINHA.

           WRITE REG-ADI-LINHA FROM WS-CABECALHO-COLUNAS.

           MOVE SPACES TO REG-ADI-LINHA.
           WRITE REG-ADI-LINHA.
           ADD 4 TO WS-LINHAS-PAGINA.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-GRAVA-CNAB-HEADER - EMITE O REGISTRO HEADER DO ARQUIVO    *
      *                          DE REMESSA CNAB DO ADIANTAMENTO       *
      *****************************************************************
       1200-GRAVA-CNAB-HEADER.
           MOVE SPACES TO REG-CNAB-HEADER.
           MOVE 0 TO CNABH-TIPO-REGISTRO.
           MOVE "REMESSA ADIANTAMENTO SALARIAL" TO CNABH-LITERAL.
           MOVE WS-DATA-SISTEMA TO CNABH-DATA-GERACAO.
           WRITE REG-CNAB FROM REG-CNAB-HEADER.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1400-CARREGA-RUBRICAS - LOCALIZA NA TABELA A RUBRICA DE        *
      *                         DESCONTO DE CLASSE "L", EM QUE O       *
      *                         CALCSAL ABATE O ADIANTAMENTO DO        *
      *                         LIQUIDO. A RUBRICA TEM DE SER UNICA    *
      *****************************************************************
       1400-CARREGA-RUBRICAS.
           OPEN INPUT ARQ-RUBRICAS.
           IF WS-STATUS-RUBRICAS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR A TABELA DE "
                   "RUBRICAS (ARQ-RUBRICAS), FILE STATUS "
                   WS-STATUS-RUBRICAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1410-LER-RUBRICA THRU 1410-EXIT
               UNTIL FIM-RUBRICAS.
           CLOSE ARQ-RUBRICAS.
           IF WS-RUB-ADIANTAMENTO = ZEROS
               DISPLAY "ERRO FATAL - TABELA DE RUBRICAS SEM A "
                   "RUBRICA DE ADIANTAMENTO (DESCONTO DE CLASSE L)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           DISPLAY "RUBRICA DO ADIANTAMENTO: " WS-RUB-ADIANTAMENTO.
       1400-EXIT.
           EXIT.

       1410-LER-RUBRICA.
           READ ARQ-RUBRICAS
               AT END
                   MOVE "S" TO WS-EOF-RUBRICAS
                   GO TO 1410-EXIT
           END-READ.
           IF RUB-CLASSE NOT = "L" OR RUB-TIPO NOT = "D"
               GO TO 1410-EXIT
           END-IF.
           IF WS-RUB-ADIANTAMENTO NOT = ZEROS
               DISPLAY "ERRO FATAL - MAIS DE UMA RUBRICA DE CLASSE L "
                   "NA TABELA DE RUBRICAS: " WS-RUB-ADIANTAMENTO
                   " E " RUB-CODIGO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE RUB-CODIGO TO WS-RUB-ADIANTAMENTO.
       1410-EXIT.
           EXIT.

      *****************************************************************
      * 1500-CONFERE-EVENTOS - LE OS EVENTOS JA GRAVADOS PARA A FOLHA  *
      *                        DO MES. EVENTO NA RUBRICA DO            *
      *                        ADIANTAMENTO INDICA ADIANTAMENTO JA     *
      *                        PAGO OU DIGITADO NA COMPETENCIA E       *
      *                        ABORTA O LOTE, PARA QUE O DESCONTO      *
      *                        NUNCA SEJA LANCADO DUAS VEZES. ARQUIVO  *
      *                        AUSENTE: MES AINDA SEM EVENTOS          *
      *****************************************************************
       1500-CONFERE-EVENTOS.
           OPEN INPUT ARQ-EVENTOS.
           IF WS-STATUS-EVENTOS = "35"
               GO TO 1500-EXIT
           END-IF.
           IF WS-STATUS-EVENTOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS EVENTOS DO "
                   "MES (ARQ-EVENTOS), FILE STATUS "
                   WS-STATUS-EVENTOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1510-LER-EVENTO THRU 1510-EXIT
               UNTIL FIM-EVENTOS.
           CLOSE ARQ-EVENTOS.
           IF WS-QTD-EVENTOS-LANCADOS > ZEROS
               DISPLAY "ERRO FATAL - OS EVENTOS DO MES JA TEM "
                   WS-QTD-EVENTOS-LANCADOS " LANCAMENTO(S) NA "
                   "RUBRICA DO ADIANTAMENTO - ADIANTAMENTO JA PAGO "
                   "OU DIGITADO NA COMPETENCIA"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

       1510-LER-EVENTO.
           READ ARQ-EVENTOS
               AT END
                   MOVE "S" TO WS-EOF-EVENTOS
               NOT AT END
                   IF EVT-CODIGO = WS-RUB-ADIANTAMENTO
                       ADD 1 TO WS-QTD-EVENTOS-LANCADOS
                   END-IF
           END-READ.
       1510-EXIT.
           EXIT.

      *****************************************************************
      * 1600-PREPARA-PENSOES - CLASSIFICA AS PENSOES ALIMENTICIAS POR  *
      *                        EMPRESA + MATRICULA (VERBO SORT),       *
      *                        DEIXANDO O ARQUIVO CLASSIFICADO ABERTO  *
      *                        E COM A LEITURA ANTECIPADA FEITA PARA   *
      *                        A FUSAO COM O MESTRE. O ARQUIVO E       *
      *                        OPCIONAL: AUSENTE, NINGUEM TEM PENSAO   *
      *****************************************************************
       1600-PREPARA-PENSOES.
           OPEN INPUT ARQ-PENSAO.
           IF WS-STATUS-PENSAO = "35"
               MOVE "S" TO WS-SEM-PENSOES
               MOVE "S" TO WS-EOF-PENSAO-ORD
               DISPLAY "ARQUIVO DE PENSOES NAO INFORMADO - MES SEM "
                   "PENSOES ALIMENTICIAS"
               GO TO 1600-EXIT
           END-IF.
           IF WS-STATUS-PENSAO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR AS PENSOES "
                   "ALIMENTICIAS (ARQ-PENSAO), FILE STATUS "
                   WS-STATUS-PENSAO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           CLOSE ARQ-PENSAO.
           SORT ARQ-SORT-PENSAO
               ON ASCENDING KEY SRT-PEN-EMPRESA
                                SRT-PEN-MATRICULA
               USING ARQ-PENSAO
               GIVING ARQ-PENSAO-ORD.
           OPEN INPUT ARQ-PENSAO-ORD.
           IF WS-STATUS-PENSAO-ORD NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR AS PENSOES "
                   "CLASSIFICADAS (ARQ-PENSAO-ORD), FILE STATUS "
                   WS-STATUS-PENSAO-ORD
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1610-LER-PENSAO-ORD THRU 1610-EXIT.
       1600-EXIT.
           EXIT.

       1610-LER-PENSAO-ORD.
           READ ARQ-PENSAO-ORD
               AT END
                   MOVE "S" TO WS-EOF-PENSAO-ORD
           END-READ.
       1610-EXIT.
           EXIT.

      *****************************************************************
      * 1700-ABRE-SAIDAS - ABRE A REMESSA CNAB DO ADIANTAMENTO E, EM   *
      *                    EXTENSAO, OS EVENTOS DO MES (PRESERVANDO OS *
      *                    JA GRAVADOS; AUSENTE, O ARQUIVO E CRIADO)   *
      *****************************************************************
       1700-ABRE-SAIDAS.
           OPEN OUTPUT ARQ-CNAB-ADI.
           PERFORM 1200-GRAVA-CNAB-HEADER THRU 1200-EXIT.
           OPEN EXTEND ARQ-EVENTOS.
           IF WS-STATUS-EVENTOS = "35"
               OPEN OUTPUT ARQ-EVENTOS
           END-IF.
           IF WS-STATUS-EVENTOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS EVENTOS DO "
                   "MES (ARQ-EVENTOS), FILE STATUS "
                   WS-STATUS-EVENTOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1700-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-FUNCIONARIO - APURA E PAGA O ADIANTAMENTO DO     *
      *                             FUNCIONARIO ATIVO E AVANCA PARA O  *
      *                             PROXIMO REGISTRO DO MESTRE.        *
      *                             DESLIGADOS SAO IGNORADOS; OS       *
      *                             DEMAIS NAO PAGOS VAO PARA AS       *
      *                             OCORRENCIAS COM O MOTIVO           *
      *****************************************************************
       2000-PROCESSA-FUNCIONARIO.
           ADD 1 TO WS-CONTADOR-LIDOS.
           PERFORM 2200-VERIFICA-PENSAO THRU 2200-EXIT.
           IF CAD-SITUACAO NOT = "A"
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2400-CRITICA-FUNCIONARIO THRU 2400-EXIT.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2000-LER-PROXIMO
           END-IF.
           COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED =
               CAD-SALARIO-BRUTO * WS-PERCENTUAL / 100.
           IF WS-VALOR-ADIANTAMENTO = ZEROS
               MOVE "SALARIO" TO WS-CAMPO-REJEICAO
               MOVE "SALARIO ZERADO - SEM ADIANTAMENTO" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF NOT EMPRESA-ABERTA OR CAD-EMPRESA NOT = WS-EMPRESA-ATUAL
               PERFORM 7000-QUEBRA-EMPRESA THRU 7000-EXIT
           END-IF.
           PERFORM 5100-IMPRIME-DETALHE THRU 5100-EXIT.
           PERFORM 5700-ACUMULA-CENTRO THRU 5700-EXIT.
           IF NOT EXECUTAR-PREVIA
               PERFORM 5600-GRAVA-CNAB THRU 5600-EXIT
               PERFORM 5650-GRAVA-EVENTO THRU 5650-EXIT
           END-IF.
           ADD 1                     TO WS-TEM-QTD.
           ADD CAD-SALARIO-BRUTO     TO WS-TEM-SALARIO.
           ADD WS-VALOR-ADIANTAMENTO TO WS-TEM-VALOR.
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
      * 2200-VERIFICA-PENSAO - AVANCA AS PENSOES CLASSIFICADAS ATE A   *
      *                        CHAVE DO FUNCIONARIO E INDICA SE ELE    *
      *                        TEM PENSAO ALIMENTICIA. DECRETO SEM     *
      *                        FUNCIONARIO E CRITICADO NA FOLHA MENSAL *
      *****************************************************************
       2200-VERIFICA-PENSAO.
           MOVE "N" TO WS-TEM-PENSAO.
           PERFORM 1610-LER-PENSAO-ORD THRU 1610-EXIT
               UNTIL FIM-PENSOES-ORD
                  OR PEN-CHAVE NOT < CAD-CHAVE.
           IF NOT FIM-PENSOES-ORD AND PEN-CHAVE = CAD-CHAVE
               MOVE "S" TO WS-TEM-PENSAO
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-GRAVA-EXCECAO - REGISTRA O FUNCIONARIO NAO PAGO NO        *
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
      * 2400-CRITICA-FUNCIONARIO - APLICA AS REGRAS DE EXCLUSAO DO     *
      *                            ADIANTAMENTO AO FUNCIONARIO ATIVO.  *
      *                            AFASTADO E QUEM TEM AFASTAMENTO ATE *
      *                            O DIA 15 SEM RETORNO ATE ESSE DIA   *
      *****************************************************************
       2400-CRITICA-FUNCIONARIO.
           MOVE SPACES TO WS-CAMPO-REJEICAO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           PERFORM 2410-GUARDA-DATAS THRU 2410-EXIT.
           IF CAD-DATA-ADMISSAO > WS-DATA-CORTE
               MOVE "ADMISSAO" TO WS-CAMPO-REJEICAO
               MOVE "ADMITIDO APOS O DIA DE CORTE" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2400-EXIT
           END-IF.
           IF WS-DCT-DESLIGAMENTO NOT = ZEROS
                   AND WS-COMPETENCIA-DESLIG NOT > WS-COMPETENCIA
               MOVE "DESLIGAMENTO" TO WS-CAMPO-REJEICAO
               MOVE "DESLIGAMENTO NA COMPETENCIA" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2400-EXIT
           END-IF.
           IF CAD-MOTIVO-AFASTAMENTO NOT = SPACE
                   AND WS-DCT-AFASTAMENTO NOT = ZEROS
                   AND WS-DCT-AFASTAMENTO NOT > WS-DATA-REFERENCIA
                   AND (WS-DCT-RETORNO = ZEROS
                     OR WS-DCT-RETORNO > WS-DATA-REFERENCIA)
               MOVE "AFASTAMENTO" TO WS-CAMPO-REJEICAO
               MOVE "AFASTADO NO DIA DO ADIANTAMENTO" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2400-EXIT
           END-IF.
           IF FUNCIONARIO-COM-PENSAO
               MOVE "PENSAO" TO WS-CAMPO-REJEICAO
               MOVE "PENSAO ALIMENTICIA JUDICIAL" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2400-EXIT
           END-IF.
           IF CAD-BANCO = ZEROS OR CAD-AGENCIA = ZEROS
                   OR CAD-CONTA = ZEROS
               MOVE "CONTA" TO WS-CAMPO-REJEICAO
               MOVE "DADOS BANCARIOS INCOMPLETOS" TO
                   WS-MOTIVO-REJEICAO
           END-IF.
       2400-EXIT.
           EXIT.

       2410-GUARDA-DATAS.
           MOVE ZEROS TO WS-DATAS-CONTRATO.
           IF CAD-DATA-DESLIGAMENTO IS NUMERIC
               MOVE CAD-DATA-DESLIGAMENTO TO WS-DCT-DESLIGAMENTO
           END-IF.
           IF CAD-DATA-AFASTAMENTO IS NUMERIC
               MOVE CAD-DATA-AFASTAMENTO TO WS-DCT-AFASTAMENTO
           END-IF.
           IF CAD-DATA-RETORNO IS NUMERIC
               MOVE CAD-DATA-RETORNO TO WS-DCT-RETORNO
           END-IF.
           COMPUTE WS-COMPETENCIA-DESLIG = WS-DCT-DESLIGAMENTO / 100.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 5100-IMPRIME-DETALHE - IMPRIME A LINHA DO FUNCIONARIO PAGO     *
      *****************************************************************
       5100-IMPRIME-DETALHE.
           IF WS-LINHAS-PAGINA NOT < WS-MAX-LINHAS-PAGINA
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
           MOVE SPACES                TO REG-ADI-DET.
           MOVE CAD-MATRICULA         TO DET-MATRICULA.
           MOVE CAD-NOME              TO DET-NOME.
           MOVE CAD-CENTRO-CUSTO      TO DET-CENTRO-CUSTO.
           MOVE CAD-BANCO             TO DET-BANCO.
           MOVE CAD-AGENCIA           TO DET-AGENCIA.
           MOVE CAD-CONTA             TO DET-CONTA.
           MOVE "-"                   TO DET-CONTA-TRACO.
           MOVE CAD-CONTA-DV          TO DET-CONTA-DV.
           MOVE CAD-SALARIO-BRUTO     TO DET-SALARIO.
           MOVE WS-VALOR-ADIANTAMENTO TO DET-VALOR.
           WRITE REG-ADI-DET.
           ADD 1 TO WS-LINHAS-PAGINA.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 5600-GRAVA-CNAB - EMITE O REGISTRO DETALHE DO FUNCIONARIO NO   *
      *                   ARQUIVO DE REMESSA CNAB DO ADIANTAMENTO      *
      *****************************************************************
       5600-GRAVA-CNAB.
           MOVE SPACES TO REG-CNAB-DETALHE.
           MOVE 1                     TO CNABD-TIPO-REGISTRO.
           MOVE CAD-BANCO             TO CNABD-BANCO.
           MOVE CAD-AGENCIA           TO CNABD-AGENCIA.
           MOVE CAD-CONTA             TO CNABD-CONTA.
           MOVE CAD-CONTA-DV          TO CNABD-CONTA-DV.
           MOVE CAD-MATRICULA         TO CNABD-MATRICULA.
           MOVE CAD-NOME              TO CNABD-NOME.
           MOVE WS-VALOR-ADIANTAMENTO TO CNABD-VALOR.
           MOVE WS-DATA-SISTEMA       TO CNABD-DATA-PAGAMENTO.
           WRITE REG-CNAB FROM REG-CNAB-DETALHE.
       5600-EXIT.
           EXIT.

      *****************************************************************
      * 5650-GRAVA-EVENTO - GRAVA O ADIANTAMENTO PAGO COMO EVENTO DE   *
      *                     DESCONTO DA FOLHA DO MES, NA RUBRICA DE    *
      *                     CLASSE "L"                                 *
      *****************************************************************
       5650-GRAVA-EVENTO.
           MOVE SPACES                TO REG-EVENTO.
           MOVE CAD-EMPRESA           TO EVT-EMPRESA.
           MOVE CAD-MATRICULA         TO EVT-MATRICULA.
           MOVE WS-RUB-ADIANTAMENTO   TO EVT-CODIGO.
           MOVE "D"                   TO EVT-TIPO.
           MOVE WS-VALOR-ADIANTAMENTO TO EVT-VALOR.
           WRITE REG-EVENTO.
       5650-EXIT.
           EXIT.

      *****************************************************************
      * 5700-ACUMULA-CENTRO - SOMA O ADIANTAMENTO PAGO NOS LANCAMENTOS *
      *                       DO CENTRO DE CUSTO DO FUNCIONARIO,       *
      *                       ABRINDO O CENTRO NA TABELA NA PRIMEIRA   *
      *                       OCORRENCIA                               *
      *****************************************************************
       5700-ACUMULA-CENTRO.
           MOVE "N" TO WS-CTC-ENCONTRADO.
           PERFORM 5705-PROCURA-CENTRO THRU 5705-EXIT
               VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-QTD-CENTROS
                  OR CENTRO-ENCONTRADO.
           IF CENTRO-ENCONTRADO
               SUBTRACT 1 FROM WS-CTC-IDX
           ELSE
               IF WS-QTD-CENTROS < 200
                   ADD 1 TO WS-QTD-CENTROS
                   MOVE WS-QTD-CENTROS TO WS-CTC-IDX
                   INITIALIZE WS-CTC (WS-CTC-IDX)
                   MOVE CAD-CENTRO-CUSTO TO WS-CTC-CODIGO (WS-CTC-IDX)
               ELSE
                   DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE "
                       "CENTROS DE CUSTO (200) EXCEDIDA - LOTE "
                       "ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
           ADD WS-VALOR-ADIANTAMENTO
               TO WS-CTC-ADIANTAMENTO (WS-CTC-IDX).
       5700-EXIT.
           EXIT.

       5705-PROCURA-CENTRO.
           IF CAD-CENTRO-CUSTO = WS-CTC-CODIGO (WS-CTC-IDX)
               MOVE "S" TO WS-CTC-ENCONTRADO
           END-IF.
       5705-EXIT.
           EXIT.

      *****************************************************************
      * 7000-QUEBRA-EMPRESA - FECHA A EMPRESA ANTERIOR (SE HOUVER) E   *
      *                       ABRE A PAGINA DA NOVA                    *
      *****************************************************************
       7000-QUEBRA-EMPRESA.
           IF EMPRESA-ABERTA
               PERFORM 7100-FECHA-EMPRESA THRU 7100-EXIT
           END-IF.
           MOVE CAD-EMPRESA TO WS-EMPRESA-ATUAL.
           MOVE "S" TO WS-EMPRESA-ABERTA.
           INITIALIZE WS-TOTAIS-EMPRESA.
           PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 7100-FECHA-EMPRESA - IMPRIME O TOTAL DA EMPRESA E ACUMULA O    *
      *                      TOTAL GERAL                               *
      *****************************************************************
       7100-FECHA-EMPRESA.
           MOVE SPACES TO REG-ADI-LINHA.
           WRITE REG-ADI-LINHA.
           MOVE SPACES             TO REG-ADI-TOTAL.
           MOVE "TOTAL DA EMPRESA" TO TOT-LITERAL.
           MOVE "FUNCIONARIOS:"    TO TOT-QTD-LIT.
           MOVE WS-TEM-QTD         TO TOT-QUANTIDADE.
           MOVE WS-TEM-SALARIO     TO TOT-SALARIO.
           MOVE WS-TEM-VALOR       TO TOT-VALOR.
           WRITE REG-ADI-TOTAL.
           ADD 2 TO WS-LINHAS-PAGINA.
           ADD WS-TEM-QTD     TO WS-TGE-QTD.
           ADD WS-TEM-SALARIO TO WS-TGE-SALARIO.
           ADD WS-TEM-VALOR   TO WS-TGE-VALOR.
           MOVE "N" TO WS-EMPRESA-ABERTA.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZACAO - FECHA A ULTIMA EMPRESA, IMPRIME O TOTAL     *
      *                    GERAL, EMITE O TRAILER DA REMESSA E OS      *
      *                    LANCAMENTOS CONTABEIS, FECHA OS ARQUIVOS E  *
      *                    EXIBE OS TOTAIS DO LOTE                     *
      *****************************************************************
       9000-FINALIZACAO.
           IF EMPRESA-ABERTA
               PERFORM 7100-FECHA-EMPRESA THRU 7100-EXIT
           ELSE
               MOVE ZEROS TO WS-EMPRESA-ATUAL
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
           MOVE SPACES TO REG-ADI-LINHA.
           WRITE REG-ADI-LINHA.
           MOVE SPACES             TO REG-ADI-TOTAL.
           MOVE "TOTAL GERAL"      TO TOT-LITERAL.
           MOVE "FUNCIONARIOS:"    TO TOT-QTD-LIT.
           MOVE WS-TGE-QTD         TO TOT-QUANTIDADE.
           MOVE WS-TGE-SALARIO     TO TOT-SALARIO.
           MOVE WS-TGE-VALOR       TO TOT-VALOR.
           WRITE REG-ADI-TOTAL.

           MOVE SPACES TO REG-EXCECAO-TOTAL.
           MOVE "TOTAL"              TO EXCT-LITERAL.
           MOVE WS-CONTADOR-EXCECOES TO EXCT-QTD-REJEITADOS.
           WRITE REG-EXCECAO-TOTAL.

           IF NOT EXECUTAR-PREVIA
               MOVE SPACES TO REG-CNAB-TRAILER
               MOVE 9            TO CNABT-TIPO-REGISTRO
               MOVE WS-TGE-QTD   TO CNABT-QTD-REGISTROS
               MOVE WS-TGE-VALOR TO CNABT-VALOR-TOTAL
               WRITE REG-CNAB FROM REG-CNAB-TRAILER
               CLOSE ARQ-CNAB-ADI
               CLOSE ARQ-EVENTOS
               PERFORM 9400-GRAVA-LANCAMENTOS THRU 9400-EXIT
           END-IF.

           CLOSE ARQ-FUNCIONARIOS.
           IF NOT SEM-PENSOES
               CLOSE ARQ-PENSAO-ORD
           END-IF.
           CLOSE ARQ-RELATORIO-ADI.
           CLOSE ARQ-EXCECOES-ADI.

           DISPLAY "========================================".
           DISPLAY "FUNCIONARIOS LIDOS:                 "
               WS-CONTADOR-LIDOS.
           DISPLAY "ADIANTAMENTOS PAGOS:                " WS-TGE-QTD.
           DISPLAY "FUNCIONARIOS NAO PAGOS (OCORRENCIAS):"
               WS-CONTADOR-EXCECOES.
           DISPLAY "VALOR TOTAL DO ADIANTAMENTO: R$ " WS-TGE-VALOR.
           DISPLAY "========================================".
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9400-GRAVA-LANCAMENTOS - ACRESCENTA A INTERFACE CONTABIL OS    *
      *                          LANCAMENTOS DO ADIANTAMENTO POR       *
      *                          CENTRO DE CUSTO: DEBITO DOS           *
      *                          ADIANTAMENTOS CONCEDIDOS E CREDITO    *
      *                          DOS ADIANTAMENTOS A PAGAR             *
      *****************************************************************
       9400-GRAVA-LANCAMENTOS.
           IF WS-QTD-CENTROS = ZEROS
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
           PERFORM 9420-LANCAMENTOS-CENTRO THRU 9420-EXIT
               VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-QTD-CENTROS.
           CLOSE ARQ-LANCAMENTOS.
       9400-EXIT.
           EXIT.

       9420-LANCAMENTOS-CENTRO.
           MOVE "D" TO LAN-TIPO.
           MOVE "ADIANTAMENTOS CONCEDIDOS" TO LAN-CONTA.
           MOVE WS-CTC-ADIANTAMENTO (WS-CTC-IDX) TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "ADIANTAMENTOS A PAGAR" TO LAN-CONTA.
           MOVE WS-CTC-ADIANTAMENTO (WS-CTC-IDX) TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.
       9420-EXIT.
           EXIT.

       9430-GRAVA-LANCAMENTO.
           MOVE WS-DATA-SISTEMA TO LAN-DATA.
           MOVE WS-COMPETENCIA  TO LAN-COMPETENCIA.
           MOVE WS-CTC-CODIGO (WS-CTC-IDX) TO LAN-CENTRO-CUSTO.
           WRITE REG-LANCAMENTO.
       9430-EXIT.
           EXIT.

      *****************************************************************
      * 9800-REGISTRA-FIM - GRAVA NO LOG DE EXECUCAO O REGISTRO DE FIM *
      *                     DO PROGRAMA, COM AS QUANTIDADES E O        *
      *                     RETURN-CODE. EXECUTADO NO ENCERRAMENTO     *
      *                     NORMAL E ANTES DE CADA ENCERRAMENTO POR    *
      *                     ERRO FATAL                                 *
      *****************************************************************
       9800-REGISTRA-FIM.
           MOVE WS-CONTADOR-LIDOS     TO WS-LOG-QTD-LIDOS.
           MOVE WS-TGE-QTD            TO WS-LOG-QTD-GRAVADOS.
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
           MOVE "ADIANTAM"            TO LOG-PROGRAMA.
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
