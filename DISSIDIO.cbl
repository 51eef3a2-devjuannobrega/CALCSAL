       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO.
       AUTHOR. SISTEMA DE FOLHA.
       INSTALLATION. DEPARTAMENTO DE PESSOAL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * PROGRAMA: DISSIDIO COLETIVO COM DIFERENCAS RETROATIVAS        *
      * DESCRICAO: APLICA O REAJUSTE DA CONVENCAO COLETIVA AOS        *
      *            FUNCIONARIOS ATIVOS DO MESTRE (ARQ-FUNCIONARIOS)   *
      *            CONFORME O ARQUIVO DE PARAMETROS DO DISSIDIO       *
      *            (ARQ-PARAMETROS: EMPRESA, CATEGORIA, FAIXA DE      *
      *            SALARIO, PERCENTUAL E/OU PISO E DATA-BASE). PARA   *
      *            CADA FUNCIONARIO REAJUSTADO:                       *
      *            - GRAVA O MOVIMENTO DE ALTERACAO SALARIAL ("S")    *
      *              NO ARQUIVO DE MOVIMENTOS DO CADMOV, QUE O APLICA *
      *              NO MESTRE COM A TRILHA DE AUDITORIA DE SEMPRE;   *
      *            - RECALCULA CADA FOLHA MENSAL DESDE A DATA-BASE A  *
      *              PARTIR DO HISTORICO (ARQ-HISTORICO): A DIFERENCA *
      *              DO SALARIO BASE PAGO E A DOS PROVENTOS VARIAVEIS *
      *              CALCULADOS SOBRE O SALARIO (HORAS EXTRAS,        *
      *              ADICIONAL NOTURNO - INDICADOR "V" NA TABELA DE   *
      *              RUBRICAS), NA PROPORCAO DO REAJUSTE;             *
      *            - GRAVA AS DIFERENCAS COMO EVENTOS DA PROXIMA      *
      *              FOLHA (ARQ-EVENTOS) NAS RUBRICAS PROPRIAS DO     *
      *              DISSIDIO ("S" = DIFERENCA DE SALARIO, "R" =      *
      *              DIFERENCA DE VARIAVEIS);                         *
      *            - REGISTRA O REAJUSTE NO MESTRE DE DISSIDIOS       *
      *              APLICADOS (ARQ-APLICADOS), QUE IMPEDE APLICAR A  *
      *              MESMA DATA-BASE DUAS VEZES AO FUNCIONARIO.       *
      *                                                               *
      * REAJUSTE: SALARIO ATUAL ACRESCIDO DO PERCENTUAL; SE HOUVER    *
      * PISO E O RESULTADO FICAR ABAIXO DELE, O PISO. O PRIMEIRO      *
      * PARAMETRO DO ARQUIVO QUE ATENDE A EMPRESA, A CATEGORIA        *
      * (00 = TODAS) E A FAIXA DO SALARIO ATUAL (LIMITE SUPERIOR      *
      * ZERADO = SEM LIMITE) E O APLICADO.                            *
      *                                                               *
      * SAIDAS: RELATORIO DE DIFERENCAS POR FUNCIONARIO, COM UMA      *
      * LINHA POR COMPETENCIA, PARA APROVACAO DO RH (ARQ-RELATORIO-   *
      * DIS), E OCORRENCIAS (ARQ-EXCECOES-DIS): ADMITIDO DEPOIS DA    *
      * DATA-BASE, DESLIGADO DEPOIS DA DATA-BASE (DIFERENCAS EM       *
      * RESCISAO COMPLEMENTAR), DISSIDIO JA APLICADO E SALARIO        *
      * REAJUSTADO ACIMA DO LIMITE DO CADASTRO.                       *
      *                                                               *
      * PARAMETRO DE LINHA DE COMANDO: COMPETENCIA DA FOLHA QUE VAI   *
      * PAGAR AS DIFERENCAS (AAAAMM), AINDA NAO PROCESSADA, SEGUIDA   *
      * OPCIONALMENTE DE S PARA SIMULACAO (SO O RELATORIO E AS        *
      * OCORRENCIAS, SEM MOVIMENTOS, EVENTOS NEM REGISTRO DOS         *
      * APLICADOS). EX.: 202611 OU 202611 S                           *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      * ---------- ------ ---------------------------------------    *
      * 2026-10-15 SFP    VERSAO ORIGINAL - SUBSTITUI A DIGITACAO DOS *
      *                   MOVIMENTOS DE REAJUSTE E O CALCULO DAS      *
      *                   DIFERENCAS DO DISSIDIO EM PLANILHA.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETROS ASSIGN TO "DISSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.
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
           SELECT ARQ-APLICADOS ASSIGN TO "DISSAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAP-CHAVE
               FILE STATUS IS WS-STATUS-APLICADOS.
           SELECT ARQ-RUBRICAS ASSIGN TO "TABRUBR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUBRICAS.
           SELECT ARQ-COMPETENCIA ASSIGN TO "COMPETEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPETENCIA.
           SELECT ARQ-MOVIMENTOS ASSIGN TO "MOVIMENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTOS.
           SELECT ARQ-EVENTOS ASSIGN TO "EVENTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTOS.
           SELECT ARQ-RELATORIO-DIS ASSIGN TO "RELDISS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-EXCECOES-DIS ASSIGN TO "EXCECDIS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ARQ-PARAMETROS - PARAMETROS DO DISSIDIO, UM REGISTRO POR       *
      * EMPRESA + CATEGORIA + FAIXA DE SALARIO: PERCENTUAL DE          *
      * REAJUSTE (EX.: 00550 = 5,50%), PISO SALARIAL E COMPETENCIA DA  *
      * DATA-BASE (AAAAMM). PERCENTUAL E PISO PODEM SER INFORMADOS     *
      * JUNTOS; UM DELES TEM DE SER INFORMADO.                         *
      *****************************************************************
       FD  ARQ-PARAMETROS
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-PARAMETRO.
           05  DSP-EMPRESA                PIC 9(03).
           05  DSP-CATEGORIA              PIC 9(02).
           05  DSP-SALARIO-DE             PIC 9(07)V99.
           05  DSP-SALARIO-ATE            PIC 9(07)V99.
           05  DSP-PERCENTUAL             PIC 9(03)V99.
           05  DSP-PISO                   PIC 9(07)V99.
           05  DSP-DATA-BASE              PIC 9(06).
           05  FILLER                     PIC X(37).

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
      * AQUI EM SEQUENCIA DE CHAVE A PARTIR DA DATA-BASE: SO AS FOLHAS *
      * MENSAIS (TIPO "M") NAO ESTORNADAS SAO RECALCULADAS. O LEIAUTE  *
      * DEVE SER MANTIDO IDENTICO AO DO CALCSAL.                       *
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
      * ARQ-APLICADOS - MESTRE DE DISSIDIOS APLICADOS, CHAVEADO POR    *
      * EMPRESA + MATRICULA + DATA-BASE: SALARIO ANTERIOR E NOVO, AS   *
      * DIFERENCAS LANCADAS E A COMPETENCIA DA FOLHA QUE AS PAGA.      *
      * CRIADO NA PRIMEIRA EXECUCAO.                                   *
      *****************************************************************
       FD  ARQ-APLICADOS
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-APLICADO.
           05  DAP-CHAVE.
               10  DAP-EMPRESA            PIC 9(03).
               10  DAP-MATRICULA          PIC 9(06).
               10  DAP-DATA-BASE          PIC 9(06).
           05  DAP-SALARIO-ANTERIOR       PIC 9(07)V99.
           05  DAP-SALARIO-NOVO           PIC 9(07)V99.
           05  DAP-DIF-SALARIO            PIC 9(07)V99.
           05  DAP-DIF-VARIAVEIS          PIC 9(07)V99.
           05  DAP-COMPETENCIA-PAGTO      PIC 9(06).
           05  DAP-DATA-GERACAO           PIC 9(08).
           05  FILLER                     PIC X(35).

      *****************************************************************
      * ARQ-RUBRICAS - TABELA DE RUBRICAS DA FOLHA, A MESMA DO         *
      * CALCSAL. AQUI SO INTERESSA O INDICADOR DE DISSIDIO: "V" =      *
      * PROVENTO VARIAVEL RECALCULADO, "S" E "R" = RUBRICAS DAS        *
      * DIFERENCAS DE SALARIO E DE VARIAVEIS (UMA DE CADA).            *
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
      * ARQ-MOVIMENTOS - MOVIMENTOS DE CADASTRO DO DIA, LIDOS PELO     *
      * CADMOV. O DISSIDIO ACRESCENTA AO ARQUIVO UM MOVIMENTO "S"      *
      * (ALTERACAO SALARIAL) POR FUNCIONARIO REAJUSTADO, COM A DATA DO *
      * PRIMEIRO DIA DA DATA-BASE. O LEIAUTE DEVE SER MANTIDO IDENTICO *
      * AO DO CADMOV.                                                  *
      *****************************************************************
       FD  ARQ-MOVIMENTOS
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-MOVIMENTO.
           05  MOV-TIPO               PIC X(01).
           05  MOV-EMPRESA            PIC 9(03).
           05  MOV-MATRICULA          PIC 9(06).
           05  MOV-NOME               PIC X(30).
           05  MOV-SALARIO            PIC 9(07)V99.
           05  MOV-DEPENDENTES        PIC 9(02).
           05  MOV-BANCO              PIC 9(03).
           05  MOV-AGENCIA            PIC 9(05).
           05  MOV-CONTA              PIC 9(10).
           05  MOV-CONTA-DV           PIC 9(01).
           05  MOV-CENTRO-CUSTO       PIC 9(04).
           05  MOV-CPF                PIC 9(11).
           05  MOV-CATEGORIA          PIC 9(02).
           05  MOV-DATA               PIC 9(08).
           05  MOV-MOTIVO-AFASTAMENTO PIC X(01).
           05  FILLER                 PIC X(24).

      *****************************************************************
      * ARQ-EVENTOS - EVENTOS VARIAVEIS DA PROXIMA FOLHA, LIDOS PELO   *
      * CALCSAL. O DISSIDIO ACRESCENTA AO ARQUIVO AS DIFERENCAS DE     *
      * SALARIO E DE VARIAVEIS DE CADA FUNCIONARIO REAJUSTADO. O       *
      * LEIAUTE DEVE SER MANTIDO IDENTICO AO DO CALCSAL.               *
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
      * ARQ-RELATORIO-DIS - RELATORIO DE DIFERENCAS DO DISSIDIO        *
      * (IMPRESSAO), UMA PAGINA NOVA POR EMPRESA: PARA CADA            *
      * FUNCIONARIO REAJUSTADO, O SALARIO ANTERIOR E O NOVO, UMA LINHA *
      * POR COMPETENCIA RECALCULADA E O TOTAL; AO FINAL, O TOTAL DA    *
      * EMPRESA E O GERAL. REDEFINICOES DO MESMO REGISTRO DE 132       *
      * POSICOES.                                                      *
      *****************************************************************
       FD  ARQ-RELATORIO-DIS
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-DIS-LINHA          PIC X(132).
       01  REG-DIS-CAB REDEFINES REG-DIS-LINHA.
           05  CAB-EMPRESA        PIC X(40).
           05  CAB-TITULO         PIC X(52).
           05  CAB-DATA-LIT       PIC X(20).
           05  CAB-DATA           PIC X(10).
           05  CAB-PAGINA-LIT     PIC X(06).
           05  CAB-PAGINA         PIC 9(04).
       01  REG-DIS-FUNCIONARIO REDEFINES REG-DIS-LINHA.
           05  FILLER             PIC X(02).
           05  DFU-MATRICULA      PIC 9(06).
           05  FILLER             PIC X(02).
           05  DFU-NOME           PIC X(30).
           05  FILLER             PIC X(02).
           05  DFU-CATEGORIA-LIT  PIC X(06).
           05  DFU-CATEGORIA      PIC 9(02).
           05  FILLER             PIC X(02).
           05  DFU-ANTERIOR-LIT   PIC X(10).
           05  DFU-SALARIO-ANTERIOR PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  DFU-NOVO-LIT       PIC X(05).
           05  DFU-SALARIO-NOVO   PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  DFU-BASE-LIT       PIC X(10).
           05  DFU-DATA-BASE      PIC X(07).
           05  FILLER             PIC X(20).
       01  REG-DIS-MES REDEFINES REG-DIS-LINHA.
           05  FILLER             PIC X(06).
           05  DMS-COMPETENCIA    PIC X(07).
           05  FILLER             PIC X(06).
           05  DMS-SALARIO-PAGO   PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03).
           05  DMS-DIF-SALARIO    PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03).
           05  DMS-VARIAVEIS      PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03).
           05  DMS-DIF-VARIAVEIS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03).
           05  DMS-DIF-TOTAL      PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(41).
       01  REG-DIS-TOTAL REDEFINES REG-DIS-LINHA.
           05  TOT-LITERAL        PIC X(19).
           05  FILLER             PIC X(01).
           05  TOT-SALARIO-PAGO   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  TOT-DIF-SALARIO    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  TOT-VARIAVEIS      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  TOT-DIF-VARIAVEIS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  TOT-DIF-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(41).

      *****************************************************************
      * ARQ-EXCECOES-DIS - OCORRENCIAS DO DISSIDIO, UMA POR            *
      * FUNCIONARIO NAO REAJUSTADO PELO PROGRAMA, COM O TOTAL AO FINAL.*
      *****************************************************************
       FD  ARQ-EXCECOES-DIS
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
      * CABECALHO DAS COLUNAS DAS LINHAS POR COMPETENCIA, ALINHADO COM *
      * REG-DIS-MES.                                                   *
      *****************************************************************
       01  WS-CABECALHO-COLUNAS.
           05  FILLER   PIC X(06) VALUE SPACES.
           05  FILLER   PIC X(15) VALUE "COMPET.".
           05  FILLER   PIC X(15) VALUE "  SALARIO PAGO".
           05  FILLER   PIC X(15) VALUE "  DIF. SALARIO".
           05  FILLER   PIC X(15) VALUE "     VARIAVEIS".
           05  FILLER   PIC X(15) VALUE "DIF. VARIAVEIS".
           05  FILLER   PIC X(15) VALUE "    DIF. TOTAL".
           05  FILLER   PIC X(36) VALUE SPACES.

      *****************************************************************
      * PARAMETRO DE LINHA DE COMANDO: COMPETENCIA DE PAGAMENTO DAS    *
      * DIFERENCAS (AAAAMM) E, SEPARADO POR UM ESPACO, O MODO (S =     *
      * SIMULACAO).                                                    *
      *****************************************************************
       01  WS-PARAMETRO-LINHA.
           05  WS-PARM-COMPETENCIA    PIC X(06).
           05  WS-PARM-SEPARADOR      PIC X(01).
           05  WS-PARM-MODO           PIC X(01).
           05  FILLER                 PIC X(12).

       77  WS-PARAMETRO-MODO      PIC X(01) VALUE SPACES.
           88  EXECUTAR-PREVIA           VALUE "S" "s".
           88  EXECUCAO-NORMAL           VALUE SPACE.

       01  WS-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-DET REDEFINES WS-COMPETENCIA.
           05  WS-COMPETENCIA-ANO    PIC 9(04).
           05  WS-COMPETENCIA-MES    PIC 9(02).

       01  WS-COMPETENCIA-EDICAO.
           05  WS-COMP-EDI-MES       PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-COMP-EDI-ANO       PIC 9(04).

      *****************************************************************
      * EDICAO DE UMA COMPETENCIA QUALQUER (AAAAMM -> MM/AAAA) NO      *
      * RELATORIO.                                                     *
      *****************************************************************
       01  WS-COMPETENCIA-AUX     PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-AUX-DET REDEFINES WS-COMPETENCIA-AUX.
           05  WS-COMP-AUX-ANO       PIC 9(04).
           05  WS-COMP-AUX-MES       PIC 9(02).
       01  WS-COMPETENCIA-AUX-EDICAO.
           05  WS-COMP-AUX-EDI-MES   PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-COMP-AUX-EDI-ANO   PIC 9(04).

       01  WS-TITULO-DISSIDIO.
           05  FILLER                PIC X(26)
                   VALUE "DIFERENCAS DE DISSIDIO - ".
           05  FILLER                PIC X(19)
                   VALUE "PAGTO. COMPET.     ".
           05  WS-TITULO-COMPETENCIA PIC X(07).

       01  WS-EMPRESA-CABECALHO.
           05  FILLER                PIC X(22)
                   VALUE "FOLHA PAGTO - EMPRESA ".
           05  WS-EMPRESA-CAB-COD    PIC 9(03).
           05  FILLER                PIC X(15) VALUE SPACES.

      *****************************************************************
      * SITUACAO DA COMPETENCIA DE PAGAMENTO NA FOLHA MENSAL           *
      * (ARQ-COMPETENCIA).                                             *
      *****************************************************************
       77  WS-SITUACAO-COMPETENCIA PIC X(01) VALUE SPACES.
           88  COMPETENCIA-PROCESSADA    VALUE "P".
       77  WS-EOF-COMPETENCIA     PIC X(01) VALUE "N".
           88  FIM-COMPETENCIA           VALUE "S".

      *****************************************************************
      * TABELA DOS PARAMETROS DO DISSIDIO, NA ORDEM DO ARQUIVO.        *
      *****************************************************************
       77  WS-EOF-PARAMETROS      PIC X(01) VALUE "N".
           88  FIM-PARAMETROS            VALUE "S".
       77  WS-QTD-PARAMETROS      PIC 9(02) VALUE ZEROS.
       77  WS-DSP-IDX             PIC 9(02) VALUE ZEROS.
       77  WS-PARAMETRO-ENCONTRADO PIC X(01) VALUE "N".
           88  PARAMETRO-ENCONTRADO      VALUE "S".
       01  WS-TABELA-PARAMETROS.
           05  WS-DSP OCCURS 50 TIMES.
               10  WS-DSP-EMPRESA        PIC 9(03).
               10  WS-DSP-CATEGORIA      PIC 9(02).
               10  WS-DSP-SALARIO-DE     PIC 9(07)V99.
               10  WS-DSP-SALARIO-ATE    PIC 9(07)V99.
               10  WS-DSP-PERCENTUAL     PIC 9(03)V99.
               10  WS-DSP-PISO           PIC 9(07)V99.
               10  WS-DSP-DATA-BASE      PIC 9(06).

      *****************************************************************
      * RUBRICAS DO DISSIDIO: AS DUAS RUBRICAS DE DIFERENCA E A TABELA *
      * DOS PROVENTOS VARIAVEIS RECALCULADOS.                          *
      *****************************************************************
       77  WS-STATUS-RUBRICAS     PIC X(02) VALUE SPACES.
       77  WS-EOF-RUBRICAS        PIC X(01) VALUE "N".
           88  FIM-RUBRICAS              VALUE "S".
       77  WS-RUB-DIF-SALARIO     PIC 9(03) VALUE ZEROS.
       77  WS-RUB-DIF-VARIAVEIS   PIC 9(03) VALUE ZEROS.
       77  WS-QTD-RUB-VARIAVEL    PIC 9(02) VALUE ZEROS.
       77  WS-RUB-IDX             PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-RUB-VARIAVEL.
           05  WS-RUB-VARIAVEL-CODIGO PIC 9(03) OCCURS 50 TIMES.
       77  WS-EVENTO-VARIAVEL     PIC X(01) VALUE "N".
           88  EVENTO-VARIAVEL           VALUE "S".

      *****************************************************************
      * FUNCIONARIO EM PROCESSAMENTO: SALARIO ANTES E DEPOIS DO        *
      * REAJUSTE E A APURACAO DE CADA COMPETENCIA RECALCULADA.         *
      *****************************************************************
       77  WS-SALARIO-ANTERIOR    PIC 9(07)V99 VALUE ZEROS.
       77  WS-SALARIO-NOVO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-SALARIO-PISO        PIC 9(07)V99 VALUE ZEROS.
       77  WS-DATA-BASE           PIC 9(06) VALUE ZEROS.
       77  WS-COMPETENCIA-ADMISSAO PIC 9(06) VALUE ZEROS.
       77  WS-COMPETENCIA-DESLIG  PIC 9(06) VALUE ZEROS.
       77  WS-EVT-IDX             PIC 9(03) VALUE ZEROS.
       77  WS-VARIAVEIS-MES       PIC 9(09)V99 VALUE ZEROS.
       77  WS-DIF-SALARIO-MES     PIC 9(07)V99 VALUE ZEROS.
       77  WS-DIF-VARIAVEIS-MES   PIC 9(07)V99 VALUE ZEROS.
       77  WS-DIF-TOTAL-MES       PIC 9(07)V99 VALUE ZEROS.
       77  WS-CAMPO-REJEICAO      PIC X(15) VALUE SPACES.
       77  WS-MOTIVO-REJEICAO     PIC X(40) VALUE SPACES.
       77  WS-LIMITE-SALARIO-MAXIMO    PIC 9(07)V99 VALUE 100000,00.

       01  WS-DATA-MOVIMENTO      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-MOVIMENTO-DET REDEFINES WS-DATA-MOVIMENTO.
           05  WS-DTM-COMPETENCIA    PIC 9(06).
           05  WS-DTM-DIA            PIC 9(02).

      *****************************************************************
      * TOTAIS DO FUNCIONARIO, DA EMPRESA E GERAIS DO RELATORIO.       *
      *****************************************************************
       01  WS-TOTAIS-FUNCIONARIO.
           05  WS-TFU-SALARIO-PAGO       PIC 9(11)V99.
           05  WS-TFU-DIF-SALARIO        PIC 9(11)V99.
           05  WS-TFU-VARIAVEIS          PIC 9(11)V99.
           05  WS-TFU-DIF-VARIAVEIS      PIC 9(11)V99.
           05  WS-TFU-DIF-TOTAL          PIC 9(11)V99.
       01  WS-TOTAIS-EMPRESA.
           05  WS-TEM-SALARIO-PAGO       PIC 9(11)V99.
           05  WS-TEM-DIF-SALARIO        PIC 9(11)V99.
           05  WS-TEM-VARIAVEIS          PIC 9(11)V99.
           05  WS-TEM-DIF-VARIAVEIS      PIC 9(11)V99.
           05  WS-TEM-DIF-TOTAL          PIC 9(11)V99.
       01  WS-TOTAIS-GERAIS.
           05  WS-TGE-SALARIO-PAGO       PIC 9(11)V99.
           05  WS-TGE-DIF-SALARIO        PIC 9(11)V99.
           05  WS-TGE-VARIAVEIS          PIC 9(11)V99.
           05  WS-TGE-DIF-VARIAVEIS      PIC 9(11)V99.
           05  WS-TGE-DIF-TOTAL          PIC 9(11)V99.

       77  WS-EMPRESA-ABERTA      PIC X(01) VALUE "N".
           88  EMPRESA-ABERTA            VALUE "S".
       77  WS-EMPRESA-ATUAL       PIC 9(03) VALUE ZEROS.

       77  WS-CONTADOR            PIC 9(05) VALUE ZEROS.
       77  WS-CONTADOR-EXCECOES   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-REAJUSTE    PIC 9(05) VALUE ZEROS.
       77  WS-QTD-MOVIMENTOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTD-EVENTOS         PIC 9(05) VALUE ZEROS.

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
       77  WS-DISSIDIO-APLICADO   PIC X(01) VALUE "N".
           88  DISSIDIO-JA-APLICADO      VALUE "S".

       77  WS-STATUS-PARAMETROS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CADASTRO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTORICO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-APLICADOS    PIC X(02) VALUE SPACES.
       77  WS-STATUS-COMPETENCIA  PIC X(02) VALUE SPACES.
       77  WS-STATUS-MOVIMENTOS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-EVENTOS      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - CONTROLA A APLICACAO DO DISSIDIO               *
      *****************************************************************
       0000-MAINLINE.
           DISPLAY "========================================".
           DISPLAY "   DISSIDIO COLETIVO - DIFERENCAS     ".
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
      *                         PAGAMENTO E O MODO DE EXECUCAO         *
      *****************************************************************
       0500-TRATA-PARAMETROS.
           ACCEPT WS-PARAMETRO-LINHA FROM COMMAND-LINE.
           IF WS-PARM-COMPETENCIA IS NOT NUMERIC
               DISPLAY "ERRO FATAL - INFORMAR A COMPETENCIA DE "
                   "PAGAMENTO DAS DIFERENCAS NA LINHA DE COMANDO "
                   "(AAAAMM, SEGUIDA DE S PARA SIMULACAO)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-COMPETENCIA TO WS-COMPETENCIA.
           IF WS-COMPETENCIA-MES < 01 OR WS-COMPETENCIA-MES > 12
                   OR WS-COMPETENCIA-ANO = ZEROS
               DISPLAY "ERRO FATAL - COMPETENCIA INVALIDA: "
                   WS-COMPETENCIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-SEPARADOR NOT = SPACE
               DISPLAY "ERRO FATAL - PARAMETRO MAL FORMADO: SEPARAR "
                   "A COMPETENCIA DO MODO COM UM ESPACO (EX.: "
                   "202611 S)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-MODO TO WS-PARAMETRO-MODO.
           IF NOT EXECUTAR-PREVIA AND NOT EXECUCAO-NORMAL
               DISPLAY "ERRO FATAL - MODO DE EXECUCAO INVALIDO: "
                   WS-PARM-MODO " (USAR S PARA SIMULACAO)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-COMPETENCIA-MES TO WS-COMP-EDI-MES.
           MOVE WS-COMPETENCIA-ANO TO WS-COMP-EDI-ANO.
           MOVE WS-COMPETENCIA-EDICAO TO WS-TITULO-COMPETENCIA.
           DISPLAY "COMPETENCIA DE PAGAMENTO: " WS-COMPETENCIA-EDICAO.
           IF EXECUTAR-PREVIA
               DISPLAY "MODO DE SIMULACAO - NENHUM MOVIMENTO, EVENTO "
                   "OU REGISTRO DE DISSIDIO APLICADO SERA GRAVADO"
           END-IF.
       0500-EXIT.
           EXIT.

      *****************************************************************
      * 0600-VERIFICA-COMPETENCIA - A FOLHA DA COMPETENCIA DE          *
      *                             PAGAMENTO NAO PODE ESTAR           *
      *                             PROCESSADA: OS EVENTOS DAS         *
      *                             DIFERENCAS FICARIAM SEM FOLHA      *
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
           IF COMPETENCIA-PROCESSADA
               DISPLAY "ERRO FATAL - FOLHA MENSAL DA COMPETENCIA "
                   WS-COMPETENCIA-EDICAO " JA PROCESSADA - INFORMAR "
                   "A COMPETENCIA DA PROXIMA FOLHA"
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
      * 1000-INICIALIZACAO - CARREGA OS PARAMETROS E AS RUBRICAS, ABRE *
      *                      OS ARQUIVOS E FAZ A LEITURA ANTECIPADA    *
      *****************************************************************
       1000-INICIALIZACAO.
           PERFORM 1200-CARREGA-PARAMETROS THRU 1200-EXIT.
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
           PERFORM 1500-ABRE-APLICADOS THRU 1500-EXIT.
           IF NOT EXECUTAR-PREVIA
               PERFORM 1600-ABRE-SAIDAS THRU 1600-EXIT
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO-DIS.
           OPEN OUTPUT ARQ-EXCECOES-DIS.
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           INITIALIZE WS-TOTAIS-GERAIS.
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
      *                          A EMPRESA EM CURSO                    *
      *****************************************************************
       1100-IMPRIME-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.
           MOVE SPACES TO REG-DIS-CAB.
           MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-CAB-COD.
           MOVE WS-EMPRESA-CABECALHO TO CAB-EMPRESA.
           MOVE WS-TITULO-DISSIDIO TO CAB-TITULO.
           MOVE "DATA DE EMISSAO:" TO CAB-DATA-LIT.
           MOVE WS-DATA-SISTEMA-EDICAO TO CAB-DATA.
           MOVE "PAG.: " TO CAB-PAGINA-LIT.
           MOVE WS-NUMERO-PAGINA TO CAB-PAGINA.
           WRITE REG-DIS-CAB.

           MOVE SPACES TO REG-DIS-LINHA.
           WRITE REG-DIS-LINHA.

           WRITE REG-DIS-LINHA FROM WS-CABECALHO-COLUNAS.

           MOVE SPACES TO REG-DIS-LINHA.
           WRITE REG-DIS-LINHA.
           ADD 4 TO WS-LINHAS-PAGINA.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-CARREGA-PARAMETROS - CARREGA E CRITICA OS PARAMETROS DO   *
      *                           DISSIDIO. PARAMETRO INVALIDO ABORTA  *
      *                           O LOTE: NENHUM REAJUSTE PODE SAIR DE *
      *                           UMA TABELA COM ERRO                  *
      *****************************************************************
       1200-CARREGA-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-STATUS-PARAMETROS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS PARAMETROS DO "
                   "DISSIDIO (ARQ-PARAMETROS), FILE STATUS "
                   WS-STATUS-PARAMETROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1210-LER-PARAMETRO THRU 1210-EXIT
               UNTIL FIM-PARAMETROS.
           CLOSE ARQ-PARAMETROS.
           IF WS-QTD-PARAMETROS = ZEROS
               DISPLAY "ERRO FATAL - ARQUIVO DE PARAMETROS DO "
                   "DISSIDIO VAZIO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "PARAMETROS DE DISSIDIO CARREGADOS: "
               WS-QTD-PARAMETROS.
       1200-EXIT.
           EXIT.

       1210-LER-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END
                   MOVE "S" TO WS-EOF-PARAMETROS
                   GO TO 1210-EXIT
           END-READ.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           IF DSP-EMPRESA IS NOT NUMERIC OR DSP-EMPRESA = ZEROS
                   OR DSP-CATEGORIA IS NOT NUMERIC
                   OR DSP-SALARIO-DE IS NOT NUMERIC
                   OR DSP-SALARIO-ATE IS NOT NUMERIC
                   OR DSP-PERCENTUAL IS NOT NUMERIC
                   OR DSP-PISO IS NOT NUMERIC
                   OR DSP-DATA-BASE IS NOT NUMERIC
               MOVE "CAMPO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND DSP-SALARIO-ATE NOT = ZEROS
                   AND DSP-SALARIO-ATE < DSP-SALARIO-DE
               MOVE "FAIXA DE SALARIO INVERTIDA" TO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND DSP-PERCENTUAL = ZEROS AND DSP-PISO = ZEROS
               MOVE "SEM PERCENTUAL E SEM PISO" TO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE DSP-DATA-BASE TO WS-COMPETENCIA-AUX
               IF WS-COMP-AUX-MES < 01 OR WS-COMP-AUX-MES > 12
                       OR WS-COMP-AUX-ANO = ZEROS
                   MOVE "DATA-BASE INVALIDA" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND DSP-DATA-BASE > WS-COMPETENCIA
               MOVE "DATA-BASE POSTERIOR A COMPETENCIA" TO
                   WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               DISPLAY "ERRO FATAL - PARAMETRO DE DISSIDIO INVALIDO ("
                   WS-MOTIVO-REJEICAO "): " REG-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTD-PARAMETROS NOT < 50
               DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE "
                   "PARAMETROS DO DISSIDIO (50) EXCEDIDA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-PARAMETROS.
           MOVE DSP-EMPRESA     TO WS-DSP-EMPRESA (WS-QTD-PARAMETROS).
           MOVE DSP-CATEGORIA   TO WS-DSP-CATEGORIA (WS-QTD-PARAMETROS).
           MOVE DSP-SALARIO-DE
               TO WS-DSP-SALARIO-DE (WS-QTD-PARAMETROS).
           MOVE DSP-SALARIO-ATE
               TO WS-DSP-SALARIO-ATE (WS-QTD-PARAMETROS).
           MOVE DSP-PERCENTUAL
               TO WS-DSP-PERCENTUAL (WS-QTD-PARAMETROS).
           MOVE DSP-PISO        TO WS-DSP-PISO (WS-QTD-PARAMETROS).
           MOVE DSP-DATA-BASE
               TO WS-DSP-DATA-BASE (WS-QTD-PARAMETROS).
       1210-EXIT.
           EXIT.

      *****************************************************************
      * 1400-CARREGA-RUBRICAS - GUARDA AS RUBRICAS DO DISSIDIO. A      *
      *                         TABELA E CRITICADA NA CARGA DO         *
      *                         CALCSAL; AQUI SE EXIGE UMA RUBRICA DE  *
      *                         DIFERENCA DE SALARIO E UMA DE          *
      *                         DIFERENCA DE VARIAVEIS                 *
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
           IF WS-RUB-DIF-SALARIO = ZEROS
                   OR WS-RUB-DIF-VARIAVEIS = ZEROS
               DISPLAY "ERRO FATAL - TABELA DE RUBRICAS SEM A "
                   "RUBRICA DE DIFERENCA DE SALARIO (S) OU DE "
                   "VARIAVEIS (R) DO DISSIDIO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTD-RUB-VARIAVEL = ZEROS
               DISPLAY "ATENCAO - NENHUMA RUBRICA VARIAVEL (V) NA "
                   "TABELA DE RUBRICAS - SO O SALARIO SERA "
                   "RECALCULADO"
           END-IF.
       1400-EXIT.
           EXIT.

       1410-LER-RUBRICA.
           READ ARQ-RUBRICAS
               AT END
                   MOVE "S" TO WS-EOF-RUBRICAS
                   GO TO 1410-EXIT
           END-READ.
           EVALUATE RUB-IND-DISSIDIO
               WHEN "S"
                   IF WS-RUB-DIF-SALARIO NOT = ZEROS
                       DISPLAY "ERRO FATAL - MAIS DE UMA RUBRICA DE "
                           "DIFERENCA DE SALARIO DO DISSIDIO: "
                           RUB-CODIGO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RUB-CODIGO TO WS-RUB-DIF-SALARIO
               WHEN "R"
                   IF WS-RUB-DIF-VARIAVEIS NOT = ZEROS
                       DISPLAY "ERRO FATAL - MAIS DE UMA RUBRICA DE "
                           "DIFERENCA DE VARIAVEIS DO DISSIDIO: "
                           RUB-CODIGO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RUB-CODIGO TO WS-RUB-DIF-VARIAVEIS
               WHEN "V"
                   IF WS-QTD-RUB-VARIAVEL NOT < 50
                       DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE "
                           "RUBRICAS VARIAVEIS (50) EXCEDIDA"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-RUB-VARIAVEL
                   MOVE RUB-CODIGO
                       TO WS-RUB-VARIAVEL-CODIGO (WS-QTD-RUB-VARIAVEL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1410-EXIT.
           EXIT.

      *****************************************************************
      * 1500-ABRE-APLICADOS - ABRE O MESTRE DE DISSIDIOS APLICADOS EM  *
      *                       ENTRADA/SAIDA, CRIANDO O ARQUIVO NA      *
      *                       PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR   *
      *****************************************************************
       1500-ABRE-APLICADOS.
           OPEN I-O ARQ-APLICADOS.
           IF WS-STATUS-APLICADOS = "35"
               OPEN OUTPUT ARQ-APLICADOS
               CLOSE ARQ-APLICADOS
               OPEN I-O ARQ-APLICADOS
           END-IF.
           IF WS-STATUS-APLICADOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS DISSIDIOS "
                   "APLICADOS (ARQ-APLICADOS), FILE STATUS "
                   WS-STATUS-APLICADOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 1600-ABRE-SAIDAS - ABRE EM EXTENSAO OS MOVIMENTOS DO CADMOV E  *
      *                    OS EVENTOS DA PROXIMA FOLHA, PRESERVANDO O  *
      *                    QUE JA FOI GRAVADO NELES; AUSENTES, SAO     *
      *                    CRIADOS                                     *
      *****************************************************************
       1600-ABRE-SAIDAS.
           OPEN EXTEND ARQ-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS = "35"
               OPEN OUTPUT ARQ-MOVIMENTOS
           END-IF.
           IF WS-STATUS-MOVIMENTOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS MOVIMENTOS DE "
                   "CADASTRO (ARQ-MOVIMENTOS), FILE STATUS "
                   WS-STATUS-MOVIMENTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARQ-EVENTOS.
           IF WS-STATUS-EVENTOS = "35"
               OPEN OUTPUT ARQ-EVENTOS
           END-IF.
           IF WS-STATUS-EVENTOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS EVENTOS DA "
                   "FOLHA (ARQ-EVENTOS), FILE STATUS "
                   WS-STATUS-EVENTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1600-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-FUNCIONARIO - APLICA O DISSIDIO AO FUNCIONARIO   *
      *                             ATENDIDO POR UM PARAMETRO E AVANCA *
      *                             PARA O PROXIMO REGISTRO DO MESTRE. *
      *                             ADMITIDO OU DESLIGADO DEPOIS DA    *
      *                             DATA-BASE E DISSIDIO JA APLICADO   *
      *                             VAO PARA AS OCORRENCIAS            *
      *****************************************************************
       2000-PROCESSA-FUNCIONARIO.
           PERFORM 2200-LOCALIZA-PARAMETRO THRU 2200-EXIT.
           IF NOT PARAMETRO-ENCONTRADO
               GO TO 2000-LER-PROXIMO
           END-IF.
           MOVE WS-DSP-DATA-BASE (WS-DSP-IDX) TO WS-DATA-BASE.
           MOVE SPACES TO WS-CAMPO-REJEICAO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           COMPUTE WS-COMPETENCIA-ADMISSAO = CAD-DATA-ADMISSAO / 100.
           COMPUTE WS-COMPETENCIA-DESLIG =
               CAD-DATA-DESLIGAMENTO / 100.
           IF CAD-SITUACAO NOT = "A"
               IF WS-COMPETENCIA-DESLIG NOT < WS-DATA-BASE
                   MOVE "SITUACAO" TO WS-CAMPO-REJEICAO
                   MOVE "DESLIGADO APOS A DATA-BASE: COMPLEMENTAR"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               END-IF
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF WS-COMPETENCIA-ADMISSAO > WS-DATA-BASE
               MOVE "ADMISSAO" TO WS-CAMPO-REJEICAO
               MOVE "ADMITIDO APOS A DATA-BASE" TO WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2400-VERIFICA-APLICADO THRU 2400-EXIT.
           IF DISSIDIO-JA-APLICADO
               MOVE "DATA-BASE" TO WS-CAMPO-REJEICAO
               MOVE "DISSIDIO JA APLICADO NESTA DATA-BASE" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2500-CALCULA-REAJUSTE THRU 2500-EXIT.
           IF WS-SALARIO-NOVO NOT > WS-SALARIO-ANTERIOR
               ADD 1 TO WS-QTD-SEM-REAJUSTE
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF WS-SALARIO-NOVO > WS-LIMITE-SALARIO-MAXIMO
               MOVE "SALARIO" TO WS-CAMPO-REJEICAO
               MOVE "SALARIO REAJUSTADO ACIMA DO LIMITE" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF NOT EMPRESA-ABERTA OR CAD-EMPRESA NOT = WS-EMPRESA-ATUAL
               PERFORM 7000-QUEBRA-EMPRESA THRU 7000-EXIT
           END-IF.
           PERFORM 5100-IMPRIME-FUNCIONARIO THRU 5100-EXIT.
           PERFORM 3000-APURA-DIFERENCAS THRU 3000-EXIT.
           PERFORM 5300-IMPRIME-TOTAL-FUNCIONARIO THRU 5300-EXIT.
           IF NOT EXECUTAR-PREVIA
               PERFORM 4100-GRAVA-MOVIMENTO THRU 4100-EXIT
               PERFORM 4200-GRAVA-EVENTOS THRU 4200-EXIT
               PERFORM 4300-GRAVA-APLICADO THRU 4300-EXIT
           END-IF.
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
      * 2200-LOCALIZA-PARAMETRO - PROCURA O PRIMEIRO PARAMETRO QUE     *
      *                           ATENDE A EMPRESA, A CATEGORIA E A    *
      *                           FAIXA DO SALARIO ATUAL; AO FINAL,    *
      *                           WS-DSP-IDX APONTA O ENCONTRADO       *
      *****************************************************************
       2200-LOCALIZA-PARAMETRO.
           MOVE "N" TO WS-PARAMETRO-ENCONTRADO.
           PERFORM 2210-CONFERE-PARAMETRO THRU 2210-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-QTD-PARAMETROS
                  OR PARAMETRO-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               SUBTRACT 1 FROM WS-DSP-IDX
           END-IF.
       2200-EXIT.
           EXIT.

       2210-CONFERE-PARAMETRO.
           IF CAD-EMPRESA NOT = WS-DSP-EMPRESA (WS-DSP-IDX)
               GO TO 2210-EXIT
           END-IF.
           IF WS-DSP-CATEGORIA (WS-DSP-IDX) NOT = ZEROS
                   AND CAD-CATEGORIA NOT = WS-DSP-CATEGORIA (WS-DSP-IDX)
               GO TO 2210-EXIT
           END-IF.
           IF CAD-SALARIO-BRUTO < WS-DSP-SALARIO-DE (WS-DSP-IDX)
               GO TO 2210-EXIT
           END-IF.
           IF WS-DSP-SALARIO-ATE (WS-DSP-IDX) NOT = ZEROS
                   AND CAD-SALARIO-BRUTO >
                       WS-DSP-SALARIO-ATE (WS-DSP-IDX)
               GO TO 2210-EXIT
           END-IF.
           MOVE "S" TO WS-PARAMETRO-ENCONTRADO.
       2210-EXIT.
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
      * 2400-VERIFICA-APLICADO - CONFERE NO MESTRE DE APLICADOS SE O   *
      *                          FUNCIONARIO JA RECEBEU O DISSIDIO DA  *
      *                          DATA-BASE                             *
      *****************************************************************
       2400-VERIFICA-APLICADO.
           MOVE CAD-EMPRESA   TO DAP-EMPRESA.
           MOVE CAD-MATRICULA TO DAP-MATRICULA.
           MOVE WS-DATA-BASE  TO DAP-DATA-BASE.
           READ ARQ-APLICADOS
               INVALID KEY
                   MOVE "N" TO WS-DISSIDIO-APLICADO
               NOT INVALID KEY
                   MOVE "S" TO WS-DISSIDIO-APLICADO
           END-READ.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-CALCULA-REAJUSTE - SALARIO NOVO: O ATUAL ACRESCIDO DO     *
      *                         PERCENTUAL E, SE FICAR ABAIXO DO PISO, *
      *                         O PISO                                 *
      *****************************************************************
       2500-CALCULA-REAJUSTE.
           MOVE CAD-SALARIO-BRUTO TO WS-SALARIO-ANTERIOR.
           COMPUTE WS-SALARIO-NOVO ROUNDED =
               WS-SALARIO-ANTERIOR
                   * (100 + WS-DSP-PERCENTUAL (WS-DSP-IDX)) / 100.
           MOVE WS-DSP-PISO (WS-DSP-IDX) TO WS-SALARIO-PISO.
           IF WS-SALARIO-NOVO < WS-SALARIO-PISO
               MOVE WS-SALARIO-PISO TO WS-SALARIO-NOVO
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 3000-APURA-DIFERENCAS - PERCORRE O HISTORICO DO FUNCIONARIO DA *
      *                         DATA-BASE ATE A COMPETENCIA ANTERIOR A *
      *                         DE PAGAMENTO, RECALCULANDO CADA FOLHA  *
      *                         MENSAL                                 *
      *****************************************************************
       3000-APURA-DIFERENCAS.
           INITIALIZE WS-TOTAIS-FUNCIONARIO.
           MOVE "N"           TO WS-EOF-HISTORICO.
           MOVE CAD-EMPRESA   TO HST-EMPRESA.
           MOVE CAD-MATRICULA TO HST-MATRICULA.
           MOVE WS-DATA-BASE  TO HST-COMPETENCIA.
           MOVE SPACES        TO HST-TIPO-PAGAMENTO.
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
      *                      FUNCIONARIO E, SE FOR FOLHA MENSAL NAO    *
      *                      ESTORNADA, APURA AS DIFERENCAS DO MES NA  *
      *                      PROPORCAO DO REAJUSTE: SOBRE O SALARIO    *
      *                      BASE PAGO (JA PROPORCIONAL AOS DIAS) E    *
      *                      SOBRE OS PROVENTOS VARIAVEIS. OUTRA       *
      *                      MATRICULA OU A COMPETENCIA DE PAGAMENTO   *
      *                      ENCERRA A LEITURA                         *
      *****************************************************************
       3100-LER-HISTORICO.
           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-HISTORICO
                   GO TO 3100-EXIT
           END-READ.
           IF HST-EMPRESA NOT = CAD-EMPRESA
                   OR HST-MATRICULA NOT = CAD-MATRICULA
                   OR HST-COMPETENCIA NOT < WS-COMPETENCIA
               MOVE "S" TO WS-EOF-HISTORICO
               GO TO 3100-EXIT
           END-IF.
           IF NOT HST-PAGTO-MENSAL OR HST-SITUACAO = "E"
               GO TO 3100-EXIT
           END-IF.
           MOVE ZEROS TO WS-VARIAVEIS-MES.
           PERFORM 3150-SOMA-VARIAVEIS THRU 3150-EXIT
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > HST-QTD-EVENTOS
                  OR WS-EVT-IDX > 100.
           COMPUTE WS-DIF-SALARIO-MES ROUNDED =
               HST-SALARIO-BASE
                   * (WS-SALARIO-NOVO - WS-SALARIO-ANTERIOR)
                   / WS-SALARIO-ANTERIOR.
           COMPUTE WS-DIF-VARIAVEIS-MES ROUNDED =
               WS-VARIAVEIS-MES
                   * (WS-SALARIO-NOVO - WS-SALARIO-ANTERIOR)
                   / WS-SALARIO-ANTERIOR.
           COMPUTE WS-DIF-TOTAL-MES =
               WS-DIF-SALARIO-MES + WS-DIF-VARIAVEIS-MES.
           ADD HST-SALARIO-BASE     TO WS-TFU-SALARIO-PAGO.
           ADD WS-DIF-SALARIO-MES   TO WS-TFU-DIF-SALARIO.
           ADD WS-VARIAVEIS-MES     TO WS-TFU-VARIAVEIS.
           ADD WS-DIF-VARIAVEIS-MES TO WS-TFU-DIF-VARIAVEIS.
           ADD WS-DIF-TOTAL-MES     TO WS-TFU-DIF-TOTAL.
           PERFORM 5200-IMPRIME-MES THRU 5200-EXIT.
       3100-EXIT.
           EXIT.

       3150-SOMA-VARIAVEIS.
           IF HST-EVT-TIPO (WS-EVT-IDX) NOT = "P"
               GO TO 3150-EXIT
           END-IF.
           MOVE "N" TO WS-EVENTO-VARIAVEL.
           PERFORM 3160-PROCURA-RUB-VARIAVEL THRU 3160-EXIT
               VARYING WS-RUB-IDX FROM 1 BY 1
               UNTIL WS-RUB-IDX > WS-QTD-RUB-VARIAVEL
                  OR EVENTO-VARIAVEL.
           IF EVENTO-VARIAVEL
               ADD HST-EVT-VALOR (WS-EVT-IDX) TO WS-VARIAVEIS-MES
           END-IF.
       3150-EXIT.
           EXIT.

       3160-PROCURA-RUB-VARIAVEL.
           IF HST-EVT-CODIGO (WS-EVT-IDX) =
                   WS-RUB-VARIAVEL-CODIGO (WS-RUB-IDX)
               MOVE "S" TO WS-EVENTO-VARIAVEL
           END-IF.
       3160-EXIT.
           EXIT.

      *****************************************************************
      * 4100-GRAVA-MOVIMENTO - GRAVA O MOVIMENTO DE ALTERACAO SALARIAL *
      *                        PARA O CADMOV, DATADO DO PRIMEIRO DIA   *
      *                        DA DATA-BASE                            *
      *****************************************************************
       4100-GRAVA-MOVIMENTO.
           MOVE WS-DATA-BASE TO WS-DTM-COMPETENCIA.
           MOVE 01           TO WS-DTM-DIA.
           INITIALIZE REG-MOVIMENTO.
           MOVE "S"               TO MOV-TIPO.
           MOVE CAD-EMPRESA       TO MOV-EMPRESA.
           MOVE CAD-MATRICULA     TO MOV-MATRICULA.
           MOVE CAD-NOME          TO MOV-NOME.
           MOVE WS-SALARIO-NOVO   TO MOV-SALARIO.
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA.
           WRITE REG-MOVIMENTO.
           ADD 1 TO WS-QTD-MOVIMENTOS.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-GRAVA-EVENTOS - GRAVA AS DIFERENCAS DE SALARIO E DE       *
      *                      VARIAVEIS COMO EVENTOS DA PROXIMA FOLHA,  *
      *                      NAS RUBRICAS DO DISSIDIO. DIFERENCA       *
      *                      ZERADA NAO GERA EVENTO                    *
      *****************************************************************
       4200-GRAVA-EVENTOS.
           IF WS-TFU-DIF-SALARIO > ZEROS
               MOVE SPACES             TO REG-EVENTO
               MOVE CAD-EMPRESA        TO EVT-EMPRESA
               MOVE CAD-MATRICULA      TO EVT-MATRICULA
               MOVE WS-RUB-DIF-SALARIO TO EVT-CODIGO
               MOVE "P"                TO EVT-TIPO
               MOVE WS-TFU-DIF-SALARIO TO EVT-VALOR
               WRITE REG-EVENTO
               ADD 1 TO WS-QTD-EVENTOS
           END-IF.
           IF WS-TFU-DIF-VARIAVEIS > ZEROS
               MOVE SPACES               TO REG-EVENTO
               MOVE CAD-EMPRESA          TO EVT-EMPRESA
               MOVE CAD-MATRICULA        TO EVT-MATRICULA
               MOVE WS-RUB-DIF-VARIAVEIS TO EVT-CODIGO
               MOVE "P"                  TO EVT-TIPO
               MOVE WS-TFU-DIF-VARIAVEIS TO EVT-VALOR
               WRITE REG-EVENTO
               ADD 1 TO WS-QTD-EVENTOS
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4300-GRAVA-APLICADO - REGISTRA O DISSIDIO APLICADO AO          *
      *                       FUNCIONARIO NA DATA-BASE                 *
      *****************************************************************
       4300-GRAVA-APLICADO.
           MOVE SPACES               TO REG-APLICADO.
           MOVE CAD-EMPRESA          TO DAP-EMPRESA.
           MOVE CAD-MATRICULA        TO DAP-MATRICULA.
           MOVE WS-DATA-BASE         TO DAP-DATA-BASE.
           MOVE WS-SALARIO-ANTERIOR  TO DAP-SALARIO-ANTERIOR.
           MOVE WS-SALARIO-NOVO      TO DAP-SALARIO-NOVO.
           MOVE WS-TFU-DIF-SALARIO   TO DAP-DIF-SALARIO.
           MOVE WS-TFU-DIF-VARIAVEIS TO DAP-DIF-VARIAVEIS.
           MOVE WS-COMPETENCIA       TO DAP-COMPETENCIA-PAGTO.
           MOVE WS-DATA-SISTEMA      TO DAP-DATA-GERACAO.
           WRITE REG-APLICADO.
           IF WS-STATUS-APLICADOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO GRAVAR O DISSIDIO "
                   "APLICADO DA MATRICULA " CAD-MATRICULA
                   ", FILE STATUS " WS-STATUS-APLICADOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 5100-IMPRIME-FUNCIONARIO - IMPRIME A LINHA DE IDENTIFICACAO DO *
      *                            FUNCIONARIO REAJUSTADO              *
      *****************************************************************
       5100-IMPRIME-FUNCIONARIO.
           IF WS-LINHAS-PAGINA NOT < WS-MAX-LINHAS-PAGINA - 3
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
           MOVE SPACES              TO REG-DIS-FUNCIONARIO.
           MOVE CAD-MATRICULA       TO DFU-MATRICULA.
           MOVE CAD-NOME            TO DFU-NOME.
           MOVE "CATEG."            TO DFU-CATEGORIA-LIT.
           MOVE CAD-CATEGORIA       TO DFU-CATEGORIA.
           MOVE "SALARIO DE"        TO DFU-ANTERIOR-LIT.
           MOVE WS-SALARIO-ANTERIOR TO DFU-SALARIO-ANTERIOR.
           MOVE " PARA"             TO DFU-NOVO-LIT.
           MOVE WS-SALARIO-NOVO     TO DFU-SALARIO-NOVO.
           MOVE "DATA-BASE"         TO DFU-BASE-LIT.
           MOVE WS-DATA-BASE        TO WS-COMPETENCIA-AUX.
           PERFORM 8400-EDITA-COMPETENCIA THRU 8400-EXIT.
           MOVE WS-COMPETENCIA-AUX-EDICAO TO DFU-DATA-BASE.
           WRITE REG-DIS-FUNCIONARIO.
           ADD 1 TO WS-LINHAS-PAGINA.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 5200-IMPRIME-MES - IMPRIME A LINHA DA COMPETENCIA RECALCULADA  *
      *****************************************************************
       5200-IMPRIME-MES.
           IF WS-LINHAS-PAGINA NOT < WS-MAX-LINHAS-PAGINA
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
           MOVE SPACES               TO REG-DIS-MES.
           MOVE HST-COMPETENCIA      TO WS-COMPETENCIA-AUX.
           PERFORM 8400-EDITA-COMPETENCIA THRU 8400-EXIT.
           MOVE WS-COMPETENCIA-AUX-EDICAO TO DMS-COMPETENCIA.
           MOVE HST-SALARIO-BASE     TO DMS-SALARIO-PAGO.
           MOVE WS-DIF-SALARIO-MES   TO DMS-DIF-SALARIO.
           MOVE WS-VARIAVEIS-MES     TO DMS-VARIAVEIS.
           MOVE WS-DIF-VARIAVEIS-MES TO DMS-DIF-VARIAVEIS.
           MOVE WS-DIF-TOTAL-MES     TO DMS-DIF-TOTAL.
           WRITE REG-DIS-MES.
           ADD 1 TO WS-LINHAS-PAGINA.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 5300-IMPRIME-TOTAL-FUNCIONARIO - IMPRIME O TOTAL DAS           *
      *                                  DIFERENCAS DO FUNCIONARIO E   *
      *                                  O ACUMULA NA EMPRESA          *
      *****************************************************************
       5300-IMPRIME-TOTAL-FUNCIONARIO.
           MOVE SPACES               TO REG-DIS-TOTAL.
           MOVE "TOTAL DA MATRICULA" TO TOT-LITERAL.
           MOVE WS-TFU-SALARIO-PAGO  TO TOT-SALARIO-PAGO.
           MOVE WS-TFU-DIF-SALARIO   TO TOT-DIF-SALARIO.
           MOVE WS-TFU-VARIAVEIS     TO TOT-VARIAVEIS.
           MOVE WS-TFU-DIF-VARIAVEIS TO TOT-DIF-VARIAVEIS.
           MOVE WS-TFU-DIF-TOTAL     TO TOT-DIF-TOTAL.
           WRITE REG-DIS-TOTAL.
           MOVE SPACES TO REG-DIS-LINHA.
           WRITE REG-DIS-LINHA.
           ADD 2 TO WS-LINHAS-PAGINA.
           ADD WS-TFU-SALARIO-PAGO  TO WS-TEM-SALARIO-PAGO.
           ADD WS-TFU-DIF-SALARIO   TO WS-TEM-DIF-SALARIO.
           ADD WS-TFU-VARIAVEIS     TO WS-TEM-VARIAVEIS.
           ADD WS-TFU-DIF-VARIAVEIS TO WS-TEM-DIF-VARIAVEIS.
           ADD WS-TFU-DIF-TOTAL     TO WS-TEM-DIF-TOTAL.
       5300-EXIT.
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
           MOVE SPACES               TO REG-DIS-TOTAL.
           MOVE "TOTAL DA EMPRESA"   TO TOT-LITERAL.
           MOVE WS-TEM-SALARIO-PAGO  TO TOT-SALARIO-PAGO.
           MOVE WS-TEM-DIF-SALARIO   TO TOT-DIF-SALARIO.
           MOVE WS-TEM-VARIAVEIS     TO TOT-VARIAVEIS.
           MOVE WS-TEM-DIF-VARIAVEIS TO TOT-DIF-VARIAVEIS.
           MOVE WS-TEM-DIF-TOTAL     TO TOT-DIF-TOTAL.
           WRITE REG-DIS-TOTAL.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD WS-TEM-SALARIO-PAGO  TO WS-TGE-SALARIO-PAGO.
           ADD WS-TEM-DIF-SALARIO   TO WS-TGE-DIF-SALARIO.
           ADD WS-TEM-VARIAVEIS     TO WS-TGE-VARIAVEIS.
           ADD WS-TEM-DIF-VARIAVEIS TO WS-TGE-DIF-VARIAVEIS.
           ADD WS-TEM-DIF-TOTAL     TO WS-TGE-DIF-TOTAL.
           MOVE "N" TO WS-EMPRESA-ABERTA.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 8400-EDITA-COMPETENCIA - EDITA WS-COMPETENCIA-AUX EM MM/AAAA   *
      *****************************************************************
       8400-EDITA-COMPETENCIA.
           MOVE WS-COMP-AUX-MES TO WS-COMP-AUX-EDI-MES.
           MOVE WS-COMP-AUX-ANO TO WS-COMP-AUX-EDI-ANO.
       8400-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZACAO - FECHA A ULTIMA EMPRESA, IMPRIME O TOTAL     *
      *                    GERAL, FECHA OS ARQUIVOS E EXIBE OS TOTAIS  *
      *                    DO LOTE                                     *
      *****************************************************************
       9000-FINALIZACAO.
           IF EMPRESA-ABERTA
               PERFORM 7100-FECHA-EMPRESA THRU 7100-EXIT
           ELSE
               MOVE ZEROS TO WS-EMPRESA-ATUAL
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
           MOVE SPACES TO REG-DIS-LINHA.
           WRITE REG-DIS-LINHA.
           MOVE SPACES               TO REG-DIS-TOTAL.
           MOVE "TOTAL GERAL"        TO TOT-LITERAL.
           MOVE WS-TGE-SALARIO-PAGO  TO TOT-SALARIO-PAGO.
           MOVE WS-TGE-DIF-SALARIO   TO TOT-DIF-SALARIO.
           MOVE WS-TGE-VARIAVEIS     TO TOT-VARIAVEIS.
           MOVE WS-TGE-DIF-VARIAVEIS TO TOT-DIF-VARIAVEIS.
           MOVE WS-TGE-DIF-TOTAL     TO TOT-DIF-TOTAL.
           WRITE REG-DIS-TOTAL.

           MOVE SPACES TO REG-EXCECAO-TOTAL.
           MOVE "TOTAL"              TO EXCT-LITERAL.
           MOVE WS-CONTADOR-EXCECOES TO EXCT-QTD-REJEITADOS.
           WRITE REG-EXCECAO-TOTAL.

           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-APLICADOS.
           IF NOT EXECUTAR-PREVIA
               CLOSE ARQ-MOVIMENTOS
               CLOSE ARQ-EVENTOS
           END-IF.
           CLOSE ARQ-RELATORIO-DIS.
           CLOSE ARQ-EXCECOES-DIS.

           DISPLAY "========================================".
           DISPLAY "FUNCIONARIOS REAJUSTADOS:           " WS-CONTADOR.
           DISPLAY "SEM REAJUSTE (ACIMA DO PISO):       "
               WS-QTD-SEM-REAJUSTE.
           DISPLAY "MATRICULAS EM EXCECAO:              "
               WS-CONTADOR-EXCECOES.
           DISPLAY "MOVIMENTOS GRAVADOS PARA O CADMOV:  "
               WS-QTD-MOVIMENTOS.
           DISPLAY "EVENTOS GRAVADOS PARA A FOLHA:      "
               WS-QTD-EVENTOS.
           DISPLAY "========================================".
           IF WS-CONTADOR-EXCECOES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
