      *            PELAS MESMAS TABELAS PROGRESSIVAS DO CALCSAL.      *
      *            EMITE RELATORIO PROPRIO (ARQ-RELATORIO-13) E       *
      *            REMESSA CNAB PROPRIA (ARQ-CNAB-13) COM OS DADOS    *
      *            BANCARIOS LIDOS DO ARQUIVO DE FUNCIONARIOS. CADA   *
      *            PARCELA PAGA E GRAVADA NOS MESTRES COMPARTILHADOS  *
      *            DA FOLHA: ACUMULADO DO ANO (13 SALARIO COM INSS E  *
      *            IRRF EM SEPARADO), HISTORICO (TIPO "1" OU "2") E   *
      *            INTERFACE DE LANCAMENTOS.                          *
      *                                                               *
      * PARAMETROS DE LINHA DE COMANDO: A PARCELA (1 = PRIMEIRA,      *
      * METADE DO 13 SEM DESCONTOS / 2 = SEGUNDA, 13 INTEGRAL MENOS   *
      *                   VIGENCIA PELA COMPETENCIA DO PAGAMENTO,     *
      *                   QUE PASSA A SER EXIGIDA NA LINHA DE         *
      *                   COMANDO APOS A PARCELA.                     *
      * 2026-10-15 SFP    AS PARCELAS PAGAS PASSAM A ALIMENTAR OS      *
      *                   MESTRES COMPARTILHADOS DA FOLHA: O ACUMULADO *
      *                   DO ANO (ABERTO EM ENTRADA/SAIDA) SOMA O 13   *
      *                   PAGO E, NA 2A PARCELA, O INSS E O IRRF DO    *
      *                   13 EM TOTAIS PROPRIOS, SEPARADOS DOS DA      *
      *                   FOLHA MENSAL (TRIBUTACAO EXCLUSIVA); CADA    *
      *                   PARCELA E GRAVADA NO HISTORICO COM O TIPO    *
      *                   "1" OU "2" NA COMPETENCIA DO PAGAMENTO E A   *
      *                   PARCELA JA REGISTRADA NA COMPETENCIA E       *
      *                   RECUSADA; E OS LANCAMENTOS POR CENTRO DE     *
      *                   CUSTO (1A PARCELA COMO ADIANTAMENTO; 2A      *
      *                   COM A DESPESA, A BAIXA DO ADIANTAMENTO E AS  *
      *                   RETENCOES) SAO ACRESCENTADOS A INTERFACE     *
      *                   CONTABIL AO FINAL DO LOTE.                   *
      * 2026-10-15 SFP    ACOMPANHA O ANO-CALENDARIO GRAVADO NO        *
      *                   ACUMULADO ANUAL (ACM-ANO-CALENDARIO), SEM    *
      *                   ALTERACAO DO CALCULO.                        *
      * 2026-10-15 SFP    CADA PARCELA PAGA PASSA A DEPOSITAR O FGTS   *
      *                   (8% DO VALOR DA PARCELA; NA 2A, DO 13        *
      *                   INTEGRAL MENOS A 1A) NA CONTA VINCULADA DO   *
      *                   EMPREGADO (ARQ-CONTA-FGTS) E A GRAVAR O      *
      *                   DEPOSITO NO HISTORICO.                       *
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
      * 2026-10-15 SFP    O FGTS DEPOSITADO NA CONTA VINCULADA EM     *
      *                   CADA PARCELA PASSA A SER LANCADO NA         *
      *                   INTERFACE CONTABIL POR CENTRO DE CUSTO      *
      *                   (DESPESA DE FGTS CONTRA FGTS A RECOLHER).   *
      *****************************************************************

       ENVIRONMENT DIVISION.
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
      * MATRICULA, MANTIDO PELO CALCSAL. AQUI E LIDO PARA APURAR A     *
      * MEDIA MENSAL E OS AVOS DO 13 SALARIO E ATUALIZADO COM A        *
      * PARCELA PAGA (13 SALARIO, INSS E IRRF DO 13). O LEIAUTE DEVE   *
      * SER MANTIDO IDENTICO AO DO CALCSAL.                            *
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
      * ARQ-RELATORIO-13 - RELATORIO DO 13 SALARIO (IMPRESSAO).        *
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
      * EMPRESA + MATRICULA + COMPETENCIA + TIPO DE PAGAMENTO. CADA    *
      * PARCELA PAGA DO 13 SALARIO E GRAVADA COM O TIPO "1" OU "2" NA  *
      * COMPETENCIA DO PAGAMENTO. O LEIAUTE DEVE SER MANTIDO IDENTICO  *
      * AO DO CALCSAL.                                                 *
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
      * CHAVEADA POR EMPRESA + MATRICULA + COMPETENCIA. CADA PARCELA   *
      * PAGA SOMA A BASE E O DEPOSITO DO 13 SALARIO NA COMPETENCIA DO  *
      * PAGAMENTO. O LEIAUTE DEVE SER MANTIDO IDENTICO AO DO CALCSAL.  *
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
      * CARGA NO RAZAO, COMPARTILHADA COM A FOLHA MENSAL. O LOTE DO 13 *
      * SALARIO ACRESCENTA OS LANCAMENTOS DA PARCELA POR CENTRO DE     *
      * CUSTO. O LEIAUTE DEVE SER MANTIDO IDENTICO AO DO CALCSAL.      *
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
      * APURACAO DO 13 SALARIO: MEDIA MENSAL DO BRUTO ACUMULADO NO    *
           05  WS-COMP-EDI-ANO       PIC 9(04).

       77  WS-STATUS-ACUMULADO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTORICO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-LANCAMENTOS  PIC X(02) VALUE SPACES.
       77  WS-TIPO-PAGAMENTO      PIC X(01) VALUE SPACES.
       77  WS-VALOR-13-PAGO       PIC 9(07)V99 VALUE ZEROS.

      *****************************************************************
      * DEPOSITO DE FGTS DA PARCELA NA CONTA VINCULADA: 8% DO VALOR    *
      * DO 13 PAGO NA PARCELA, COMO NO CALCSAL.                        *
      *****************************************************************
       77  WS-TAXA-FGTS           PIC 9V99 VALUE 0,08.
       77  WS-DEPOSITO-FGTS       PIC 9(07)V99 VALUE ZEROS.
       77  WS-STATUS-CONTA-FGTS   PIC X(02) VALUE SPACES.
       77  WS-CONTA-FGTS-EXISTE   PIC X(01) VALUE "N".
           88  CONTA-FGTS-EXISTE          VALUE "S".

      *****************************************************************
      * LANCAMENTOS CONTABEIS DO LOTE POR CENTRO DE CUSTO, SOMADOS EM  *
      * MEMORIA A CADA PARCELA PAGA E GRAVADOS NA INTERFACE AO FINAL.  *
      * NA 1A PARCELA O VALOR PAGO E UM ADIANTAMENTO; NA 2A A DESPESA  *
      * E O 13 INTEGRAL, QUE BAIXA O ADIANTAMENTO DA 1A PARCELA E      *
      * CREDITA AS RETENCOES E O LIQUIDO A PAGAR. O FGTS DEPOSITADO EM *
      * CADA PARCELA E LANCADO A DEBITO DA DESPESA DE FGTS E A CREDITO *
      * DO FGTS A RECOLHER.                                            *
      *****************************************************************
       77  WS-QTD-CENTROS         PIC 9(03) VALUE ZEROS.
       77  WS-CTC-IDX             PIC 9(03) VALUE ZEROS.
       77  WS-CTC-ENCONTRADO      PIC X(01) VALUE "N".
           88  CENTRO-ENCONTRADO         VALUE "S".
       01  WS-TABELA-CENTROS.
           05  WS-CTC OCCURS 200 TIMES.
               10  WS-CTC-CODIGO          PIC 9(04).
               10  WS-CTC-DESPESA         PIC 9(09)V99.
               10  WS-CTC-ADIANTAMENTO    PIC 9(09)V99.
               10  WS-CTC-INSS            PIC 9(09)V99.
               10  WS-CTC-IR              PIC 9(09)V99.
               10  WS-CTC-LIQUIDO         PIC 9(09)V99.
               10  WS-CTC-FGTS            PIC 9(09)V99.

      *****************************************************************
      * CONTROLE DO LOTE MULTI-EMPRESA, COMO NA FOLHA MENSAL: O        *
           05  WS-MATRICULAS-PROCESSADAS PIC X(09)
                   OCCURS 10000 TIMES.

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
      * 0000-MAINLINE - CONTROLA A EXECUCAO DO LOTE DO 13 SALARIO      *

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT.

           STOP RUN.

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
           MOVE "N" TO WS-LOG-MODO.
           MOVE "S" TO WS-LOG-REMESSA.
       0810-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - VALIDA O PARAMETRO DA PARCELA, ABRE OS    *
      *                      ARQUIVOS E FAZ A LEITURA ANTECIPADA       *
                   "E A COMPETENCIA DO PAGAMENTO NA LINHA DE COMANDO "
                   "(EX.: 2 202612)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-PARM-COMPETENCIA IS NOT NUMERIC
               DISPLAY "ERRO FATAL - INFORMAR A COMPETENCIA DO "
                   "PAGAMENTO (AAAAMM) APOS A PARCELA"
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
           MOVE WS-COMPETENCIA-ANO TO WS-COMP-EDI-ANO.
           PERFORM 0800-REGISTRA-INICIO THRU 0800-EXIT.
           MOVE WS-PARAMETRO-PARCELA TO WS-TIPO-PAGAMENTO.
           PERFORM 1480-CARREGA-TRIBUTOS THRU 1480-EXIT.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-STATUS-CADASTRO NOT = "00"
                   "FUNCIONARIOS (ARQ-FUNCIONARIOS), FILE STATUS "
                   WS-STATUS-CADASTRO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1500-ABRE-ACUMULADO THRU 1500-EXIT.
           PERFORM 1550-ABRE-HISTORICO THRU 1550-EXIT.
           PERFORM 1560-ABRE-CONTA-FGTS THRU 1560-EXIT.
           OPEN OUTPUT ARQ-RELATORIO-13.
           OPEN OUTPUT ARQ-CNAB-13.
           OPEN OUTPUT ARQ-EXCECOES-13.

      *****************************************************************
      * 1500-ABRE-ACUMULADO - ABRE O MESTRE DE ACUMULADOS DO ANO EM    *
      *                       ENTRADA/SAIDA. SEM ACUMULADO NAO HA      *
      *                       COMO APURAR O 13 SALARIO - LOTE ABORTADO *
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
      * 1560-ABRE-CONTA-FGTS - ABRE A CONTA VINCULADA DO FGTS EM       *
      *                        ENTRADA/SAIDA, CRIANDO O ARQUIVO NA     *
      *                        PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR  *
      *****************************************************************
       1560-ABRE-CONTA-FGTS.
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
       1560-EXIT.
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
                   WS-COMPETENCIA-EDICAO " (INSS " WS-QTD-FAIXAS-INSS
                   " FAIXAS, IRRF " WS-QTD-FAIXAS-IRRF " FAIXAS)"
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
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO FATAL - TIPO DE TRIBUTO INVALIDO "
                       "NAS TABELAS DE TRIBUTOS: " TRB-TIPO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
           END-EVALUATE.
       1484-EXIT.
               PERFORM 3000-CALCULA-PARCELA THRU 3000-EXIT
               PERFORM 5000-IMPRIME-DETALHE THRU 5000-EXIT
               PERFORM 5600-GRAVA-CNAB THRU 5600-EXIT
               PERFORM 5650-ATUALIZA-ACUMULADO THRU 5650-EXIT
               PERFORM 5660-GRAVA-CONTA-FGTS THRU 5660-EXIT
               PERFORM 5680-GRAVA-HISTORICO THRU 5680-EXIT
               PERFORM 5700-ACUMULA-TOTAIS THRU 5700-EXIT
               PERFORM 5750-ACUMULA-CENTRO THRU 5750-EXIT
               ADD 1 TO WS-CONTADOR
           ELSE
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               AT END
                   MOVE "S" TO WS-EOF-FUNCIONARIOS
               NOT AT END
                   ADD 1 TO WS-LOG-QTD-LIDOS
                   IF CAD-SITUACAO = "A"
                       MOVE "S" TO WS-REGISTRO-APROVEITADO
                       MOVE CAD-NOME          TO WS-NOME
                       MOVE CAD-AGENCIA       TO WS-AGENCIA
                       MOVE CAD-CONTA         TO WS-CONTA
                       MOVE CAD-CONTA-DV      TO WS-CONTA-DV
                       MOVE CAD-CENTRO-CUSTO  TO WS-CENTRO-CUSTO
                   END-IF
           END-READ.
       2110-EXIT.
      *****************************************************************
      * 2200-VALIDA-FUNCIONARIO - CRITICA O REGISTRO LIDO ANTES DA     *
      *                           APURACAO. UM FUNCIONARIO SO ENTRA NO *
      *                           LOTE SE A MATRICULA FOR VALIDA,      *
      *                           POSSUIR ACUMULADO NO ANO COM AO      *
      *                           MENOS UM MES PROCESSADO E AINDA NAO  *
      *                           TIVER A PARCELA REGISTRADA NO        *
      *                           HISTORICO DA COMPETENCIA             *
      *****************************************************************
       2200-VALIDA-FUNCIONARIO.
           MOVE "S"    TO WS-REGISTRO-VALIDO.
                   WS-MOTIVO-REJEICAO
           END-IF.

           IF REGISTRO-VALIDO
               PERFORM 2215-VERIFICA-HISTORICO THRU 2215-EXIT
           END-IF.

           IF REGISTRO-VALIDO
               PERFORM 2220-REGISTRA-MATRICULA THRU 2220-EXIT
           END-IF.
               DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE CONTROLE "
                   "DE MATRICULAS (10000) EXCEDIDA - LOTE ABORTADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       2220-EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2215-VERIFICA-HISTORICO - RECUSA A MATRICULA QUE JA TEM A      *
      *                           PARCELA EM PAGAMENTO REGISTRADA NO   *
      *                           HISTORICO DA COMPETENCIA, PARA QUE   *
      *                           A REEXECUCAO DO LOTE NAO PAGUE NEM   *
      *                           ACUMULE A PARCELA DUAS VEZES. UM     *
      *                           REGISTRO ESTORNADO NAO IMPEDE O      *
      *                           NOVO PAGAMENTO                       *
      *****************************************************************
       2215-VERIFICA-HISTORICO.
           MOVE WS-EMPRESA        TO HST-EMPRESA.
           MOVE WS-MATRICULA      TO HST-MATRICULA.
           MOVE WS-COMPETENCIA    TO HST-COMPETENCIA.
           MOVE WS-TIPO-PAGAMENTO TO HST-TIPO-PAGAMENTO.
           READ ARQ-HISTORICO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HST-SITUACAO NOT = "E"
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "HISTORICO" TO WS-CAMPO-REJEICAO
                       MOVE "PARCELA JA REGISTRADA NA COMPETENCIA" TO
                           WS-MOTIVO-REJEICAO
                   END-IF
           END-READ.
       2215-EXIT.
           EXIT.

      *****************************************************************
      * 2300-GRAVA-EXCECAO - EMITE UM REGISTRO NO RELATORIO DE         *
      *                      EXCECOES PARA UM FUNCIONARIO NAO PAGO     *
       5600-EXIT.
           EXIT.

      *****************************************************************
      * 5650-ATUALIZA-ACUMULADO - SOMA A PARCELA PAGA NO ACUMULADO DO  *
      *                           ANO (LIDO EM 2210), NOS TOTAIS       *
      *                           PROPRIOS DO 13 SALARIO: A 1A PARCELA *
      *                           SOMA O ADIANTAMENTO E A 2A O RESTO   *
      *                           DO 13 INTEGRAL, COM O INSS E O IRRF  *
      *                           RETIDOS NA 2A PARCELA. O BRUTO E OS  *
      *                           MESES DA FOLHA MENSAL NAO MUDAM      *
      *****************************************************************
       5650-ATUALIZA-ACUMULADO.
           IF PRIMEIRA-PARCELA
               MOVE WS-VALOR-PARCELA-1 TO WS-VALOR-13-PAGO
           ELSE
               COMPUTE WS-VALOR-13-PAGO =
                   WS-VALOR-13 - WS-VALOR-PARCELA-1
           END-IF.
           ADD WS-VALOR-13-PAGO TO ACM-TOTAL-13-ANO.
           ADD WS-DESCONTO-INSS TO ACM-TOTAL-INSS-13-ANO.
           ADD WS-DESCONTO-IR   TO ACM-TOTAL-IR-13-ANO.
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
      * 5660-GRAVA-CONTA-FGTS - APURA O DEPOSITO DE FGTS DA PARCELA E  *
      *                         O SOMA NA CONTA VINCULADA DO EMPREGADO *
      *                         NA COMPETENCIA DO PAGAMENTO. A PARCELA *
      *                         JA REGISTRADA E RECUSADA ANTES, DE     *
      *                         MODO QUE A SOMA NAO SE REPETE          *
      *****************************************************************
       5660-GRAVA-CONTA-FGTS.
           COMPUTE WS-DEPOSITO-FGTS ROUNDED =
               WS-VALOR-13-PAGO * WS-TAXA-FGTS.
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
           ADD WS-VALOR-13-PAGO  TO CFG-BASE-13.
           ADD WS-DEPOSITO-FGTS  TO CFG-DEPOSITO-13.
           MOVE WS-DATA-SISTEMA  TO CFG-DATA-ATUALIZACAO.
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
      * 5680-GRAVA-HISTORICO - GRAVA A PARCELA PAGA NO MESTRE DE       *
      *                        HISTORICO COM O TIPO DA PARCELA. NA 2A  *
      *                        PARCELA O SALARIO BASE E O 13 INTEGRAL  *
      *                        E O ADIANTAMENTO E A 1A PARCELA. UM     *
      *                        REGISTRO ESTORNADO DA MESMA CHAVE E     *
      *                        SOBREPOSTO                              *
      *****************************************************************
       5680-GRAVA-HISTORICO.
           INITIALIZE REG-HISTORICO.
           MOVE WS-EMPRESA         TO HST-EMPRESA.
           MOVE WS-MATRICULA       TO HST-MATRICULA.
           MOVE WS-COMPETENCIA     TO HST-COMPETENCIA.
           MOVE WS-TIPO-PAGAMENTO  TO HST-TIPO-PAGAMENTO.
           MOVE WS-NOME            TO HST-NOME.
           MOVE "P"                TO HST-SITUACAO.
           MOVE WS-DEPENDENTES     TO HST-DEPENDENTES.
           IF PRIMEIRA-PARCELA
               MOVE WS-VALOR-PARCELA-1 TO HST-SALARIO-BASE
               MOVE WS-VALOR-PARCELA-1 TO HST-BRUTO-COMPOSTO
               MOVE ZEROS              TO HST-ADIANTAMENTO
           ELSE
               MOVE WS-VALOR-13        TO HST-SALARIO-BASE
               MOVE WS-VALOR-13        TO HST-BRUTO-COMPOSTO
               MOVE WS-VALOR-PARCELA-1 TO HST-ADIANTAMENTO
           END-IF.
           MOVE WS-DESCONTO-INSS   TO HST-DESCONTO-INSS.
           MOVE WS-DESCONTO-IR     TO HST-DESCONTO-IR.
           MOVE WS-DEPOSITO-FGTS   TO HST-FGTS.
           MOVE ZEROS              TO HST-PENSAO.
           MOVE WS-LIQUIDO-PARCELA TO HST-SALARIO-LIQUIDO.
           MOVE ZEROS              TO HST-QTD-EVENTOS.
           WRITE REG-HISTORICO
               INVALID KEY
                   REWRITE REG-HISTORICO
           END-WRITE.
       5680-EXIT.
           EXIT.

      *****************************************************************
      * 5700-ACUMULA-TOTAIS - ACUMULA OS TOTAIS GERAIS DO LOTE E OS    *
      *                       TOTAIS DA EMPRESA EM CURSO               *
       5700-EXIT.
           EXIT.

      *****************************************************************
      * 5750-ACUMULA-CENTRO - SOMA A PARCELA PAGA NOS LANCAMENTOS DO   *
      *                       CENTRO DE CUSTO DO FUNCIONARIO, ABRINDO  *
      *                       O CENTRO NA TABELA NA PRIMEIRA OCORRENCIA*
      *****************************************************************
       5750-ACUMULA-CENTRO.
           MOVE "N" TO WS-CTC-ENCONTRADO.
           PERFORM 5755-PROCURA-CENTRO THRU 5755-EXIT
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
                   MOVE WS-CENTRO-CUSTO TO WS-CTC-CODIGO (WS-CTC-IDX)
               ELSE
                   DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE "
                       "CENTROS DE CUSTO (200) EXCEDIDA - LOTE "
                       "ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
           IF SEGUNDA-PARCELA
               ADD WS-VALOR-13 TO WS-CTC-DESPESA (WS-CTC-IDX)
           END-IF.
           ADD WS-VALOR-PARCELA-1 TO WS-CTC-ADIANTAMENTO (WS-CTC-IDX).
           ADD WS-DESCONTO-INSS   TO WS-CTC-INSS (WS-CTC-IDX).
           ADD WS-DESCONTO-IR     TO WS-CTC-IR (WS-CTC-IDX).
           ADD WS-LIQUIDO-PARCELA TO WS-CTC-LIQUIDO (WS-CTC-IDX).
           ADD WS-DEPOSITO-FGTS   TO WS-CTC-FGTS (WS-CTC-IDX).
       5750-EXIT.
           EXIT.

       5755-PROCURA-CENTRO.
           IF WS-CENTRO-CUSTO = WS-CTC-CODIGO (WS-CTC-IDX)
               MOVE "S" TO WS-CTC-ENCONTRADO
           END-IF.
       5755-EXIT.
           EXIT.

      *****************************************************************
      * 7000-QUEBRA-EMPRESA - TRATA A QUEBRA DE EMPRESA DO LOTE:       *
      *                       FECHA A EMPRESA ANTERIOR (TOTAIS E       *
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
           MOVE WS-CONTADOR-EXCECOES TO EXCT-QTD-REJEITADOS.
           WRITE REG-EXCECAO-TOTAL.

           PERFORM 9400-GRAVA-LANCAMENTOS THRU 9400-EXIT.

           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-ACUMULADO.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-CONTA-FGTS.
           CLOSE ARQ-RELATORIO-13.
           CLOSE ARQ-CNAB-13.
           CLOSE ARQ-EXCECOES-13.
           DISPLAY "========================================".
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9400-GRAVA-LANCAMENTOS - ACRESCENTA A INTERFACE CONTABIL OS    *
      *                          LANCAMENTOS DA PARCELA POR CENTRO DE  *
      *                          CUSTO. 1A PARCELA: DEBITO DO          *
      *                          ADIANTAMENTO DE 13 E CREDITO DO 13 A  *
      *                          PAGAR. 2A PARCELA: DEBITO DA DESPESA  *
      *                          DE 13 (INTEGRAL) E CREDITOS DA BAIXA  *
      *                          DO ADIANTAMENTO, DO INSS, DO IRRF DO  *
      *                          13 E DO 13 A PAGAR. DEBITOS E         *
      *                          CREDITOS FECHAM POR CONSTRUCAO        *
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
           IF PRIMEIRA-PARCELA
               MOVE "D" TO LAN-TIPO
               MOVE "ADIANTAMENTO DE 13 SAL." TO LAN-CONTA
               MOVE WS-CTC-ADIANTAMENTO (WS-CTC-IDX) TO LAN-VALOR
               PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT
           ELSE
               MOVE "D" TO LAN-TIPO
               MOVE "DESPESA DE 13 SALARIO" TO LAN-CONTA
               MOVE WS-CTC-DESPESA (WS-CTC-IDX) TO LAN-VALOR
               PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT

               MOVE "C" TO LAN-TIPO
               MOVE "ADIANTAMENTO DE 13 SAL." TO LAN-CONTA
               MOVE WS-CTC-ADIANTAMENTO (WS-CTC-IDX) TO LAN-VALOR
               PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT

               MOVE "C" TO LAN-TIPO
               MOVE "INSS A RECOLHER" TO LAN-CONTA
               MOVE WS-CTC-INSS (WS-CTC-IDX) TO LAN-VALOR
               PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT

               MOVE "C" TO LAN-TIPO
               MOVE "IRRF 13 SAL. A RECOLHER" TO LAN-CONTA
               MOVE WS-CTC-IR (WS-CTC-IDX) TO LAN-VALOR
               PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT
           END-IF.

           MOVE "C" TO LAN-TIPO.
           MOVE "13 SALARIO A PAGAR" TO LAN-CONTA.
           MOVE WS-CTC-LIQUIDO (WS-CTC-IDX) TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.

           MOVE "D" TO LAN-TIPO.
           MOVE "DESPESA DE FGTS" TO LAN-CONTA.
           MOVE WS-CTC-FGTS (WS-CTC-IDX) TO LAN-VALOR.
           PERFORM 9430-GRAVA-LANCAMENTO THRU 9430-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "FGTS A RECOLHER" TO LAN-CONTA.
           MOVE WS-CTC-FGTS (WS-CTC-IDX) TO LAN-VALOR.
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
           MOVE "CALC13"              TO LOG-PROGRAMA.
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
