       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCANUAL.
       AUTHOR. SISTEMA DE FOLHA.
       INSTALLATION. DEPARTAMENTO DE PESSOAL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * PROGRAMA: ENCERRAMENTO ANUAL DO MESTRE DE ACUMULADOS          *
      * DESCRICAO: FECHA O ANO-CALENDARIO DO MESTRE DE ACUMULADOS     *
      *            (ARQ-ACUMULADO) DEPOIS DA ULTIMA FOLHA DO ANO:     *
      *            COPIA CADA REGISTRO DO ANO ENCERRADO PARA O        *
      *            ARQUIVO ANUAL DE ACUMULADOS (ARQ-ACUM-ANUAL, CHAVE *
      *            ANO + EMPRESA + MATRICULA), LIDO DEPOIS PELO       *
      *            INFORME E PELA RESCISAO, E REABRE O MESTRE PARA O  *
      *            ANO SEGUINTE COM OS TOTAIS E OS MESES ZERADOS,     *
      *            MANTENDO NOME E DEPENDENTES. A MATRICULA DESLIGADA *
      *            (OU AUSENTE) NO MESTRE DE FUNCIONARIOS E ARQUIVADA *
      *            E SAI DO MESTRE DE ACUMULADOS. EMITE O RELATORIO   *
      *            DE CONTROLE DO ENCERRAMENTO (ARQ-RELATORIO-ENC)    *
      *            COM OS TOTAIS ARQUIVADOS POR EMPRESA.              *
      *                                                               *
      * O REGISTRO JA REABERTO PARA O ANO SEGUINTE E SALTADO, DE MODO *
      * QUE O PROGRAMA PODE SER REEXECUTADO APOS UMA INTERRUPCAO SEM  *
      * ARQUIVAR NEM ZERAR DUAS VEZES. REGISTRO DE QUALQUER OUTRO ANO *
      * DERRUBA O LOTE.                                               *
      *                                                               *
      * SO RODA COM A FOLHA MENSAL DE DEZEMBRO DO ANO A ENCERRAR      *
      * PROCESSADA NO HISTORICO DE COMPETENCIAS (ARQ-COMPETENCIA).    *
      *                                                               *
      * PARAMETRO DE LINHA DE COMANDO: ANO-CALENDARIO A ENCERRAR COM  *
      * 4 DIGITOS (EX.: 2026).                                        *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      * ---------- ------ ---------------------------------------    *
      * 2026-10-15 SFP    VERSAO ORIGINAL - SUBSTITUI A COPIA E A     *
      *                   RECRIACAO MANUAL DO MESTRE DE ACUMULADOS NA *
      *                   VIRADA DO ANO.                              *
      * 2026-10-15 SFP    ACOMPANHA O LEIAUTE DO MESTRE DE            *
      *                   FUNCIONARIOS, QUE PASSA A TRAZER O MOTIVO E *
      *                   AS DATAS DO AFASTAMENTO NO LUGAR DO FILLER, *
      *                   SEM ALTERACAO DO CALCULO.                   *
      * 2026-10-15 SFP    PASSA A EXIGIR A FOLHA MENSAL DE DEZEMBRO   *
      *                   DO ANO A ENCERRAR PROCESSADA (E NAO         *
      *                   ESTORNADA) NO HISTORICO DE COMPETENCIAS     *
      *                   ANTES DE ARQUIVAR OS ACUMULADOS.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACUMULADO ASSIGN TO "ACUMULAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-CHAVE
               FILE STATUS IS WS-STATUS-ACUMULADO.
           SELECT ARQ-ACUM-ANUAL ASSIGN TO "ACUMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-CHAVE
               FILE STATUS IS WS-STATUS-ACUM-ANUAL.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "CADFUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CHAVE
               FILE STATUS IS WS-STATUS-CADASTRO.
           SELECT ARQ-RELATORIO-ENC ASSIGN TO "RELENCAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-COMPETENCIA ASSIGN TO "COMPETEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPETENCIA.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ARQ-ACUMULADO - MESTRE DE TOTAIS ACUMULADOS NO ANO POR         *
      * MATRICULA, MANTIDO PELO CALCSAL. LIDO AQUI EM SEQUENCIA DE     *
      * CHAVE, ARQUIVADO E REABERTO PARA O ANO SEGUINTE. O LEIAUTE     *
      * DEVE SER MANTIDO IDENTICO AO DO CALCSAL.                       *
      *****************************************************************
       FD  ARQ-ACUMULADO
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-ACUMULADO.
           05  ACM-CHAVE.
               10  ACM-EMPRESA            PIC 9(03).
               10  ACM-MATRICULA          PIC 9(06).
           05  ACM-NOME                   PIC X(30).
           05  ACM-TOTAL-BRUTO-ANO        PIC 9(09)V99.
           05  ACM-TOTAL-IR-ANO           PIC 9(09)V99.
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
      * CHAVEADO POR ANO + EMPRESA + MATRICULA. CADA REGISTRO E O ANO  *
      * SEGUIDO DA IMAGEM INTEGRAL DO REGISTRO DO MESTRE DE            *
      * ACUMULADOS NO ENCERRAMENTO (ACH-REGISTRO). O LEIAUTE DEVE SER  *
      * MANTIDO IDENTICO NO INFORME E NA RESCISAO.                     *
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
           05  ACH-TOTAL-INSS-ANO         PIC 9(09)V99.
           05  ACH-DEPENDENTES            PIC 9(02).
           05  ACH-TOTAL-OUTROS-ANO       PIC 9(09)V99.
           05  ACH-TOTAL-ISENTO-ANO       PIC 9(09)V99.
           05  ACH-TOTAL-13-ANO           PIC 9(09)V99.
           05  ACH-TOTAL-INSS-13-ANO      PIC 9(09)V99.
           05  ACH-TOTAL-IR-13-ANO        PIC 9(09)V99.
           05  ACH-ANO-CALENDARIO         PIC 9(04).
           05  FILLER                     PIC X(15).
       01  REG-ACUM-ANUAL-IMAGEM.
           05  FILLER                     PIC 9(04).
           05  ACH-REGISTRO               PIC X(150).

      *****************************************************************
      * ARQ-FUNCIONARIOS - MESTRE INDEXADO DE FUNCIONARIOS, CHAVEADO   *
      * POR EMPRESA + MATRICULA E MANTIDO PELO CADMOV. CONSULTADO PELA *
      * CHAVE PARA SABER SE A MATRICULA CONTINUA ATIVA NO ANO NOVO.    *
      * O LEIAUTE DEVE SER MANTIDO IDENTICO AO DO CADMOV.              *
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
      * ARQ-RELATORIO-ENC - RELATORIO DE CONTROLE DO ENCERRAMENTO      *
      * (IMPRESSAO): UMA LINHA DE TOTAIS ARQUIVADOS POR EMPRESA, O     *
      * TOTAL GERAL E O RESUMO DAS MATRICULAS. CABECALHO, LINHAS DE    *
      * TOTAIS E RESUMO SAO REDEFINICOES DO MESMO REGISTRO DE 132      *
      * POSICOES, COMO NO RELATORIO DE FOLHA.                          *
      *****************************************************************
       FD  ARQ-RELATORIO-ENC
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REL-CAB-1          PIC X(132).
       01  REG-REL-CAB-2 REDEFINES REG-REL-CAB-1.
           05  REL2-EMPRESA       PIC X(40).
           05  REL2-TITULO        PIC X(52).
           05  REL2-DATA-LIT      PIC X(20).
           05  REL2-DATA          PIC X(10).
           05  REL2-PAGINA-LIT    PIC X(06).
           05  REL2-PAGINA        PIC 9(04).
       01  REG-REL-EMP REDEFINES REG-REL-CAB-1.
           05  EMP-EMPRESA           PIC 9(03).
           05  FILLER                PIC X(02).
           05  EMP-QTD               PIC ZZZZ9.
           05  FILLER                PIC X(02).
           05  EMP-BRUTO             PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  EMP-OUTROS            PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  EMP-ISENTO            PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  EMP-13                PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  EMP-INSS              PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  EMP-INSS-13           PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  EMP-IR                PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  EMP-IR-13             PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
       01  REG-REL-TOT REDEFINES REG-REL-CAB-1.
           05  TOT-LITERAL           PIC X(05).
           05  TOT-QTD               PIC ZZZZ9.
           05  FILLER                PIC X(02).
           05  TOT-BRUTO             PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  TOT-OUTROS            PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  TOT-ISENTO            PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  TOT-13                PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  TOT-INSS              PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  TOT-INSS-13           PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  TOT-IR                PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
           05  TOT-IR-13             PIC ZZZ.ZZZ.ZZZ,99.
           05  FILLER                PIC X(01).
       01  REG-REL-RESUMO REDEFINES REG-REL-CAB-1.
           05  FILLER                PIC X(05).
           05  RES-LITERAL           PIC X(50).
           05  RES-QTD               PIC ZZZZ9.
           05  FILLER                PIC X(72).

      *****************************************************************
      * ARQ-COMPETENCIA - HISTORICO DE PROCESSAMENTO DA FOLHA MENSAL   *
      * POR COMPETENCIA, GRAVADO PELO CALCSAL ("P" = PROCESSADA, "E" = *
      * ESTORNADA; O ULTIMO REGISTRO DA COMPETENCIA PREVALECE). O      *
      * ENCERRAMENTO SO RODA COM A FOLHA DE DEZEMBRO PROCESSADA.       *
      *****************************************************************
       FD  ARQ-COMPETENCIA
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-COMPETENCIA.
           05  CPT-COMPETENCIA            PIC 9(06).
           05  CPT-SITUACAO               PIC X(01).
           05  CPT-DATA                   PIC 9(08).
           05  FILLER                     PIC X(65).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * CABECALHO DAS COLUNAS DO RELATORIO DE CONTROLE, ALINHADO COM   *
      * AS LINHAS DE TOTAIS (REG-REL-EMP / REG-REL-TOT).               *
      *****************************************************************
       01  WS-CABECALHO-COLUNAS.
           05  FILLER   PIC X(05) VALUE "EMP.".
           05  FILLER   PIC X(07) VALUE "QTDE.".
           05  FILLER   PIC X(15) VALUE "BRUTO MENSAL".
           05  FILLER   PIC X(15) VALUE "OUTROS TRIBUT.".
           05  FILLER   PIC X(15) VALUE "ISENTOS".
           05  FILLER   PIC X(15) VALUE "13 SALARIO".
           05  FILLER   PIC X(15) VALUE "INSS RETIDO".
           05  FILLER   PIC X(15) VALUE "INSS S/ 13".
           05  FILLER   PIC X(15) VALUE "IRRF RETIDO".
           05  FILLER   PIC X(15) VALUE "IRRF S/ 13".

      *****************************************************************
      * PARAMETRO DO ANO-CALENDARIO A ENCERRAR, INFORMADO NA LINHA DE  *
      * COMANDO COM 4 DIGITOS. O ANO NOVO E O SEGUINTE; REGISTRO JA    *
      * MARCADO COM O ANO NOVO FOI ENCERRADO NUMA EXECUCAO ANTERIOR.   *
      *****************************************************************
       77  WS-PARAMETRO-ANO       PIC X(04) VALUE SPACES.
       77  WS-ANO-ENCERRAR        PIC 9(04) VALUE ZEROS.
       77  WS-ANO-NOVO            PIC 9(04) VALUE ZEROS.

      *****************************************************************
      * COMPETENCIA DE DEZEMBRO DO ANO A ENCERRAR E SUA SITUACAO NO    *
      * HISTORICO DE COMPETENCIAS (ARQ-COMPETENCIA).                   *
      *****************************************************************
       01  WS-COMPETENCIA-DEZEMBRO    PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-DEZ-DET REDEFINES WS-COMPETENCIA-DEZEMBRO.
           05  WS-COMP-DEZ-ANO        PIC 9(04).
           05  WS-COMP-DEZ-MES        PIC 9(02).
       77  WS-SITUACAO-COMPETENCIA PIC X(01) VALUE SPACES.
           88  COMPETENCIA-PROCESSADA    VALUE "P".
       77  WS-EOF-COMPETENCIA     PIC X(01) VALUE "N".
           88  FIM-COMPETENCIA           VALUE "S".

      *****************************************************************
      * TOTAIS ARQUIVADOS DA EMPRESA EM CURSO E DO LOTE. O MESTRE DE   *
      * ACUMULADOS E LIDO EM SEQUENCIA DE CHAVE (EMPRESA + MATRICULA), *
      * POR ISSO A QUEBRA POR EMPRESA E DIRETA.                        *
      *****************************************************************
       01  WS-TOTAIS-EMPRESA.
           05  WS-EMP-QTD             PIC 9(05) VALUE ZEROS.
           05  WS-EMP-BRUTO           PIC 9(09)V99 VALUE ZEROS.
           05  WS-EMP-OUTROS          PIC 9(09)V99 VALUE ZEROS.
           05  WS-EMP-ISENTO          PIC 9(09)V99 VALUE ZEROS.
           05  WS-EMP-13              PIC 9(09)V99 VALUE ZEROS.
           05  WS-EMP-INSS            PIC 9(09)V99 VALUE ZEROS.
           05  WS-EMP-INSS-13         PIC 9(09)V99 VALUE ZEROS.
           05  WS-EMP-IR              PIC 9(09)V99 VALUE ZEROS.
           05  WS-EMP-IR-13           PIC 9(09)V99 VALUE ZEROS.

       01  WS-TOTAIS-GERAIS.
           05  WS-GER-QTD             PIC 9(05) VALUE ZEROS.
           05  WS-GER-BRUTO           PIC 9(09)V99 VALUE ZEROS.
           05  WS-GER-OUTROS          PIC 9(09)V99 VALUE ZEROS.
           05  WS-GER-ISENTO          PIC 9(09)V99 VALUE ZEROS.
           05  WS-GER-13              PIC 9(09)V99 VALUE ZEROS.
           05  WS-GER-INSS            PIC 9(09)V99 VALUE ZEROS.
           05  WS-GER-INSS-13         PIC 9(09)V99 VALUE ZEROS.
           05  WS-GER-IR              PIC 9(09)V99 VALUE ZEROS.
           05  WS-GER-IR-13           PIC 9(09)V99 VALUE ZEROS.

       77  WS-EMPRESA-ATUAL       PIC 9(03) VALUE ZEROS.

       77  WS-QTD-REABERTAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-BAIXADAS        PIC 9(05) VALUE ZEROS.
       77  WS-QTD-JA-ENCERRADAS   PIC 9(05) VALUE ZEROS.

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

       01  WS-TITULO-RELATORIO.
           05  FILLER                 PIC X(38)
                   VALUE "ENCERRAMENTO DO ACUMULADO ANUAL - ANO ".
           05  WS-TITULO-ANO          PIC 9(04).
           05  FILLER                 PIC X(10) VALUE SPACES.

       77  WS-EOF-ACUMULADO       PIC X(01) VALUE "N".
           88  FIM-ACUMULADO             VALUE "S".

       77  WS-STATUS-ACUMULADO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-ACUM-ANUAL   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CADASTRO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-COMPETENCIA  PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - CONTROLA O ENCERRAMENTO DO ANO-CALENDARIO      *
      *****************************************************************
       0000-MAINLINE.
           DISPLAY "========================================".
           DISPLAY "   ENCERRAMENTO ANUAL DO ACUMULADO    ".
           DISPLAY "========================================".

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           PERFORM 0600-VERIFICA-COMPETENCIA THRU 0600-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           PERFORM 2000-PROCESSA-ACUMULADO THRU 2000-EXIT
               UNTIL FIM-ACUMULADO.

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           STOP RUN.

      *****************************************************************
      * 0500-TRATA-PARAMETROS - LE E CRITICA O ANO-CALENDARIO A        *
      *                         ENCERRAR, INFORMADO NA LINHA DE        *
      *                         COMANDO                                *
      *****************************************************************
       0500-TRATA-PARAMETROS.
           ACCEPT WS-PARAMETRO-ANO FROM COMMAND-LINE.
           IF WS-PARAMETRO-ANO IS NOT NUMERIC
                   OR WS-PARAMETRO-ANO = "0000"
               DISPLAY "ERRO FATAL - INFORMAR O ANO-CALENDARIO A "
                   "ENCERRAR NA LINHA DE COMANDO (4 DIGITOS)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARAMETRO-ANO TO WS-ANO-ENCERRAR.
           COMPUTE WS-ANO-NOVO = WS-ANO-ENCERRAR + 1.
           MOVE WS-ANO-ENCERRAR TO WS-TITULO-ANO.
           DISPLAY "ANO-CALENDARIO A ENCERRAR: " WS-ANO-ENCERRAR
               " - REABERTURA PARA " WS-ANO-NOVO.
       0500-EXIT.
           EXIT.

      *****************************************************************
      * 0600-VERIFICA-COMPETENCIA - EXIGE A FOLHA MENSAL DE DEZEMBRO   *
      *                             DO ANO A ENCERRAR PROCESSADA (E    *
      *                             NAO ESTORNADA): OS ACUMULADOS      *
      *                             ARQUIVADOS TEM DE TRAZER O ANO     *
      *                             INTEIRO                            *
      *****************************************************************
       0600-VERIFICA-COMPETENCIA.
           MOVE WS-ANO-ENCERRAR TO WS-COMP-DEZ-ANO.
           MOVE 12              TO WS-COMP-DEZ-MES.
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
               DISPLAY "ERRO FATAL - FOLHA MENSAL DA COMPETENCIA 12/"
                   WS-ANO-ENCERRAR " NAO PROCESSADA - RODAR O "
                   "CALCSAL ANTES DO ENCERRAMENTO ANUAL"
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
                   IF CPT-COMPETENCIA = WS-COMPETENCIA-DEZEMBRO
                       MOVE CPT-SITUACAO TO WS-SITUACAO-COMPETENCIA
                   END-IF
           END-READ.
       0610-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - ABRE ARQUIVOS, POSICIONA NO INICIO DO     *
      *                      MESTRE DE ACUMULADOS E FAZ A LEITURA      *
      *                      ANTECIPADA                                *
      *****************************************************************
       1000-INICIALIZACAO.
           OPEN I-O ARQ-ACUMULADO.
           IF WS-STATUS-ACUMULADO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR O ACUMULADO "
                   "ANUAL (ARQ-ACUMULADO), FILE STATUS "
                   WS-STATUS-ACUMULADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-STATUS-CADASTRO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR O MESTRE DE "
                   "FUNCIONARIOS (ARQ-FUNCIONARIOS), FILE STATUS "
                   WS-STATUS-CADASTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1550-ABRE-ACUM-ANUAL THRU 1550-EXIT.
           OPEN OUTPUT ARQ-RELATORIO-ENC.
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.

           MOVE LOW-VALUES TO ACM-CHAVE.
           START ARQ-ACUMULADO KEY IS NOT LESS THAN ACM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ACUMULADO
           END-START.
           IF NOT FIM-ACUMULADO
               PERFORM 2100-LER-ACUMULADO THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-CAPTURA-DATA-SISTEMA - CAPTURA A DATA DO SISTEMA PARA O   *
      *                             CABECALHO DO RELATORIO             *
      *****************************************************************
       1050-CAPTURA-DATA-SISTEMA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SIS-DIA TO WS-DATA-EDI-DIA.
           MOVE WS-DATA-SIS-MES TO WS-DATA-EDI-MES.
           MOVE WS-DATA-SIS-ANO TO WS-DATA-EDI-ANO.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1100-IMPRIME-CABECALHO - EMITE O CABECALHO DO RELATORIO DE     *
      *                          CONTROLE DO ENCERRAMENTO              *
      *****************************************************************
       1100-IMPRIME-CABECALHO.
           MOVE SPACES TO REG-REL-CAB-2.
           MOVE "FOLHA DE PAGAMENTO" TO REL2-EMPRESA.
           MOVE WS-TITULO-RELATORIO TO REL2-TITULO.
           MOVE "DATA DE EMISSAO:" TO REL2-DATA-LIT.
           MOVE WS-DATA-SISTEMA-EDICAO TO REL2-DATA.
           MOVE "PAG.: " TO REL2-PAGINA-LIT.
           MOVE 1 TO REL2-PAGINA.
           WRITE REG-REL-CAB-2.

           MOVE SPACES TO REG-REL-CAB-1.
           WRITE REG-REL-CAB-1.

           WRITE REG-REL-CAB-1 FROM WS-CABECALHO-COLUNAS.

           MOVE SPACES TO REG-REL-CAB-1.
           WRITE REG-REL-CAB-1.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1550-ABRE-ACUM-ANUAL - ABRE O ARQUIVO ANUAL DE ACUMULADOS EM   *
      *                        ENTRADA/SAIDA, CRIANDO O ARQUIVO NO     *
      *                        PRIMEIRO ENCERRAMENTO                   *
      *****************************************************************
       1550-ABRE-ACUM-ANUAL.
           OPEN I-O ARQ-ACUM-ANUAL.
           IF WS-STATUS-ACUM-ANUAL = "35"
               OPEN OUTPUT ARQ-ACUM-ANUAL
               CLOSE ARQ-ACUM-ANUAL
               OPEN I-O ARQ-ACUM-ANUAL
           ELSE
               IF WS-STATUS-ACUM-ANUAL NOT = "00"
                   DISPLAY "ERRO FATAL - FALHA AO ABRIR O ARQUIVO "
                       "ANUAL DE ACUMULADOS (ARQ-ACUM-ANUAL), FILE "
                       "STATUS " WS-STATUS-ACUM-ANUAL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       1550-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-ACUMULADO - ENCERRA UM REGISTRO DO MESTRE DE     *
      *                           ACUMULADOS E AVANCA PARA O PROXIMO.  *
      *                           REGISTRO JA REABERTO PARA O ANO NOVO *
      *                           (REEXECUCAO) E SOMENTE CONTADO       *
      *****************************************************************
       2000-PROCESSA-ACUMULADO.
           IF ACM-EMPRESA NOT = WS-EMPRESA-ATUAL
               PERFORM 7000-QUEBRA-EMPRESA THRU 7000-EXIT
           END-IF.
           IF ACM-ANO-CALENDARIO = WS-ANO-NOVO
               ADD 1 TO WS-QTD-JA-ENCERRADAS
           ELSE
               PERFORM 2200-ENCERRA-MATRICULA THRU 2200-EXIT
           END-IF.
           PERFORM 2100-LER-ACUMULADO THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-LER-ACUMULADO - LE O PROXIMO REGISTRO DO MESTRE DE        *
      *                      ACUMULADOS, EM SEQUENCIA DE CHAVE         *
      *****************************************************************
       2100-LER-ACUMULADO.
           READ ARQ-ACUMULADO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-ACUMULADO
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ENCERRA-MATRICULA - CONFERE O ANO DO REGISTRO, ARQUIVA-O, *
      *                          SOMA NOS TOTAIS DA EMPRESA E O REABRE *
      *                          PARA O ANO NOVO (OU O BAIXA, SE A     *
      *                          MATRICULA NAO ESTA MAIS ATIVA). O ANO *
      *                          ZERADO E O DO REGISTRO GRAVADO ANTES  *
      *                          DO CONTROLE DE ANO-CALENDARIO         *
      *****************************************************************
       2200-ENCERRA-MATRICULA.
           IF ACM-ANO-CALENDARIO NOT = ZEROS
                   AND ACM-ANO-CALENDARIO NOT = WS-ANO-ENCERRAR
               DISPLAY "ERRO FATAL - O ACUMULADO DA EMPRESA "
                   ACM-EMPRESA " MATRICULA " ACM-MATRICULA
                   " ESTA NO ANO " ACM-ANO-CALENDARIO
                   " E NAO NO ANO A ENCERRAR " WS-ANO-ENCERRAR
                   " - LOTE ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-ARQUIVA-ACUMULADO THRU 3000-EXIT.
           PERFORM 3500-SOMA-TOTAIS THRU 3500-EXIT.
           PERFORM 4000-REINICIA-ACUMULADO THRU 4000-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ARQUIVA-ACUMULADO - GRAVA A IMAGEM DO REGISTRO NO ARQUIVO *
      *                          ANUAL COM O ANO ENCERRADO. REGISTRO   *
      *                          JA ARQUIVADO (REEXECUCAO APOS QUEDA   *
      *                          ENTRE O ARQUIVAMENTO E A REABERTURA)  *
      *                          E SOBREPOSTO                          *
      *****************************************************************
       3000-ARQUIVA-ACUMULADO.
           MOVE WS-ANO-ENCERRAR TO ACM-ANO-CALENDARIO.
           MOVE REG-ACUMULADO   TO ACH-REGISTRO.
           MOVE WS-ANO-ENCERRAR TO ACH-ANO.
           WRITE REG-ACUM-ANUAL
               INVALID KEY
                   REWRITE REG-ACUM-ANUAL
           END-WRITE.
           IF WS-STATUS-ACUM-ANUAL NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO GRAVAR O ARQUIVO ANUAL "
                   "DE ACUMULADOS (ARQ-ACUM-ANUAL), FILE STATUS "
                   WS-STATUS-ACUM-ANUAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3500-SOMA-TOTAIS - SOMA O REGISTRO ARQUIVADO NOS TOTAIS DA     *
      *                    EMPRESA EM CURSO                            *
      *****************************************************************
       3500-SOMA-TOTAIS.
           ADD 1                     TO WS-EMP-QTD.
           ADD ACM-TOTAL-BRUTO-ANO   TO WS-EMP-BRUTO.
           ADD ACM-TOTAL-OUTROS-ANO  TO WS-EMP-OUTROS.
           ADD ACM-TOTAL-ISENTO-ANO  TO WS-EMP-ISENTO.
           ADD ACM-TOTAL-13-ANO      TO WS-EMP-13.
           ADD ACM-TOTAL-INSS-ANO    TO WS-EMP-INSS.
           ADD ACM-TOTAL-INSS-13-ANO TO WS-EMP-INSS-13.
           ADD ACM-TOTAL-IR-ANO      TO WS-EMP-IR.
           ADD ACM-TOTAL-IR-13-ANO   TO WS-EMP-IR-13.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 4000-REINICIA-ACUMULADO - CONSULTA A MATRICULA NO MESTRE DE    *
      *                           FUNCIONARIOS: SE CONTINUA NO         *
      *                           CADASTRO E NAO ESTA DESLIGADA, O     *
      *                           REGISTRO E REABERTO PARA O ANO NOVO  *
      *                           COM TOTAIS E MESES ZERADOS, MANTENDO *
      *                           NOME E DEPENDENTES; SENAO E EXCLUIDO *
      *                           DO MESTRE (O ANO FICA NO ARQUIVO)    *
      *****************************************************************
       4000-REINICIA-ACUMULADO.
           MOVE ACM-EMPRESA   TO CAD-EMPRESA.
           MOVE ACM-MATRICULA TO CAD-MATRICULA.
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE "D" TO CAD-SITUACAO
           END-READ.
           IF CAD-SITUACAO = "D"
               PERFORM 4100-BAIXA-ACUMULADO THRU 4100-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE ZEROS       TO ACM-TOTAL-BRUTO-ANO.
           MOVE ZEROS       TO ACM-TOTAL-IR-ANO.
           MOVE ZEROS       TO ACM-MESES-PROCESSADOS.
           MOVE ZEROS       TO ACM-TOTAL-INSS-ANO.
           MOVE ZEROS       TO ACM-TOTAL-OUTROS-ANO.
           MOVE ZEROS       TO ACM-TOTAL-ISENTO-ANO.
           MOVE ZEROS       TO ACM-TOTAL-13-ANO.
           MOVE ZEROS       TO ACM-TOTAL-INSS-13-ANO.
           MOVE ZEROS       TO ACM-TOTAL-IR-13-ANO.
           MOVE WS-ANO-NOVO TO ACM-ANO-CALENDARIO.
           REWRITE REG-ACUMULADO.
           IF WS-STATUS-ACUMULADO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO REABRIR O ACUMULADO "
                   "ANUAL (ARQ-ACUMULADO), FILE STATUS "
                   WS-STATUS-ACUMULADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-REABERTAS.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-BAIXA-ACUMULADO - EXCLUI DO MESTRE O ACUMULADO DA         *
      *                        MATRICULA DESLIGADA, JA ARQUIVADO NO    *
      *                        ANO ENCERRADO                           *
      *****************************************************************
       4100-BAIXA-ACUMULADO.
           DELETE ARQ-ACUMULADO RECORD.
           IF WS-STATUS-ACUMULADO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO EXCLUIR O ACUMULADO "
                   "DA MATRICULA DESLIGADA, FILE STATUS "
                   WS-STATUS-ACUMULADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-BAIXADAS.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 7000-QUEBRA-EMPRESA - FECHA A EMPRESA ANTERIOR (LINHA DE       *
      *                       TOTAIS) E ABRE A NOVA COM OS TOTAIS      *
      *                       ZERADOS                                  *
      *****************************************************************
       7000-QUEBRA-EMPRESA.
           IF WS-EMPRESA-ATUAL NOT = ZEROS
               PERFORM 7100-FECHA-EMPRESA THRU 7100-EXIT
           END-IF.
           INITIALIZE WS-TOTAIS-EMPRESA.
           MOVE ACM-EMPRESA TO WS-EMPRESA-ATUAL.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 7100-FECHA-EMPRESA - EMITE A LINHA DE TOTAIS ARQUIVADOS DA     *
      *                      EMPRESA EM CURSO E SOMA NOS TOTAIS GERAIS *
      *****************************************************************
       7100-FECHA-EMPRESA.
           MOVE SPACES TO REG-REL-EMP.
           MOVE WS-EMPRESA-ATUAL TO EMP-EMPRESA.
           MOVE WS-EMP-QTD       TO EMP-QTD.
           MOVE WS-EMP-BRUTO     TO EMP-BRUTO.
           MOVE WS-EMP-OUTROS    TO EMP-OUTROS.
           MOVE WS-EMP-ISENTO    TO EMP-ISENTO.
           MOVE WS-EMP-13        TO EMP-13.
           MOVE WS-EMP-INSS      TO EMP-INSS.
           MOVE WS-EMP-INSS-13   TO EMP-INSS-13.
           MOVE WS-EMP-IR        TO EMP-IR.
           MOVE WS-EMP-IR-13     TO EMP-IR-13.
           WRITE REG-REL-EMP.

           ADD WS-EMP-QTD        TO WS-GER-QTD.
           ADD WS-EMP-BRUTO      TO WS-GER-BRUTO.
           ADD WS-EMP-OUTROS     TO WS-GER-OUTROS.
           ADD WS-EMP-ISENTO     TO WS-GER-ISENTO.
           ADD WS-EMP-13         TO WS-GER-13.
           ADD WS-EMP-INSS       TO WS-GER-INSS.
           ADD WS-EMP-INSS-13    TO WS-GER-INSS-13.
           ADD WS-EMP-IR         TO WS-GER-IR.
           ADD WS-EMP-IR-13      TO WS-GER-IR-13.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZACAO - FECHA A ULTIMA EMPRESA, EMITE O TOTAL GERAL *
      *                    E O RESUMO DAS MATRICULAS, FECHA OS         *
      *                    ARQUIVOS E EMITE O RESULTADO NO CONSOLE     *
      *****************************************************************
       9000-FINALIZACAO.
           IF WS-EMPRESA-ATUAL NOT = ZEROS
               PERFORM 7100-FECHA-EMPRESA THRU 7100-EXIT
           END-IF.

           MOVE SPACES TO REG-REL-CAB-1.
           WRITE REG-REL-CAB-1.

           MOVE SPACES TO REG-REL-TOT.
           MOVE "TOTAL"          TO TOT-LITERAL.
           MOVE WS-GER-QTD       TO TOT-QTD.
           MOVE WS-GER-BRUTO     TO TOT-BRUTO.
           MOVE WS-GER-OUTROS    TO TOT-OUTROS.
           MOVE WS-GER-ISENTO    TO TOT-ISENTO.
           MOVE WS-GER-13        TO TOT-13.
           MOVE WS-GER-INSS      TO TOT-INSS.
           MOVE WS-GER-INSS-13   TO TOT-INSS-13.
           MOVE WS-GER-IR        TO TOT-IR.
           MOVE WS-GER-IR-13     TO TOT-IR-13.
           WRITE REG-REL-TOT.

           MOVE SPACES TO REG-REL-CAB-1.
           WRITE REG-REL-CAB-1.

           MOVE SPACES TO REG-REL-RESUMO.
           MOVE "MATRICULAS ARQUIVADAS NO ANO ENCERRADO"
               TO RES-LITERAL.
           MOVE WS-GER-QTD TO RES-QTD.
           WRITE REG-REL-RESUMO.

           MOVE SPACES TO REG-REL-RESUMO.
           MOVE "MATRICULAS REABERTAS PARA O ANO NOVO"
               TO RES-LITERAL.
           MOVE WS-QTD-REABERTAS TO RES-QTD.
           WRITE REG-REL-RESUMO.

           MOVE SPACES TO REG-REL-RESUMO.
           MOVE "MATRICULAS DESLIGADAS EXCLUIDAS DO MESTRE"
               TO RES-LITERAL.
           MOVE WS-QTD-BAIXADAS TO RES-QTD.
           WRITE REG-REL-RESUMO.

           MOVE SPACES TO REG-REL-RESUMO.
           MOVE "MATRICULAS JA ENCERRADAS EM EXECUCAO ANTERIOR"
               TO RES-LITERAL.
           MOVE WS-QTD-JA-ENCERRADAS TO RES-QTD.
           WRITE REG-REL-RESUMO.

           CLOSE ARQ-ACUMULADO.
           CLOSE ARQ-ACUM-ANUAL.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-RELATORIO-ENC.
           DISPLAY "========================================".
           DISPLAY "MATRICULAS ARQUIVADAS:              " WS-GER-QTD.
           DISPLAY "REABERTAS PARA O ANO NOVO:          "
               WS-QTD-REABERTAS.
           DISPLAY "DESLIGADAS EXCLUIDAS DO MESTRE:     "
               WS-QTD-BAIXADAS.
           DISPLAY "JA ENCERRADAS ANTERIORMENTE:        "
               WS-QTD-JA-ENCERRADAS.
           IF WS-GER-QTD = ZEROS
               DISPLAY "NENHUMA MATRICULA ENCERRADA NO ANO "
                   WS-ANO-ENCERRAR
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "========================================".
       9000-EXIT.
           EXIT.
