      *            SEU TERCO SAO ISENTOS. EMITE RELATORIO PROPRIO     *
      *            (ARQ-RELATORIO-FER) E REMESSA CNAB PROPRIA         *
      *            (ARQ-CNAB-FER) NO MESMO LEIAUTE DE 400 POSICOES    *
      *            CONCILIADO PELO CNABRET. O PAGAMENTO E GRAVADO NOS *
      *            MESTRES COMPARTILHADOS DA FOLHA: ACUMULADO DO ANO, *
      *            HISTORICO (TIPO "F") E INTERFACE DE LANCAMENTOS.   *
      *                                                               *
      * PARAMETROS DE LINHA DE COMANDO: EMPRESA (3 DIGITOS),          *
      * MATRICULA (6 DIGITOS), INICIO DO PERIODO DE GOZO (AAAAMMDD),  *
      *                   ARQ-TRIBUTOS (TABTRIB), SELECIONANDO A      *
      *                   VIGENCIA PELA COMPETENCIA DO INICIO DO      *
      *                   PERIODO DE GOZO.                            *
      * 2026-10-15 SFP    AS FERIAS PAGAS PASSAM A ALIMENTAR OS        *
      *                   MESTRES COMPARTILHADOS DA FOLHA: FERIAS +    *
      *                   TERCO SOMAM NOS OUTROS RENDIMENTOS           *
      *                   TRIBUTAVEIS DO ACUMULADO DO ANO (COM O INSS  *
      *                   E O IRRF RETIDOS), O ABONO E O SEU TERCO NOS *
      *                   ISENTOS; O PAGAMENTO E GRAVADO NO HISTORICO  *
      *                   COM O TIPO "F" NA COMPETENCIA DO INICIO DO   *
      *                   GOZO (FONTE DA SEGUNDA VIA DO RECIBO NO      *
      *                   SEGVIA) E OS LANCAMENTOS DA DESPESA, DAS     *
      *                   RETENCOES E DAS FERIAS A PAGAR SAO           *
      *                   ACRESCENTADOS A INTERFACE CONTABIL, NO       *
      *                   CENTRO DE CUSTO DO FUNCIONARIO. FERIAS JA    *
      *                   REGISTRADAS NO HISTORICO NA MESMA            *
      *                   COMPETENCIA SAO RECUSADAS, PARA QUE A        *
      *                   REEXECUCAO NAO DUPLIQUE O ACUMULADO.         *
      * 2026-10-15 SFP    ACOMPANHA O ANO-CALENDARIO GRAVADO NO        *
      *                   ACUMULADO ANUAL (ACM-ANO-CALENDARIO), SEM    *
      *                   ALTERACAO DO CALCULO.                        *
      * 2026-10-15 SFP    AS FERIAS PAGAS PASSAM A DEPOSITAR O FGTS    *
      *                   (8% DE FERIAS + TERCO; O ABONO NAO INCIDE)   *
      *                   NA CONTA VINCULADA DO EMPREGADO              *
      *                   (ARQ-CONTA-FGTS) E A GRAVAR O DEPOSITO NO    *
      *                   HISTORICO.                                   *
      * 2026-10-15 SFP    O ARQUIVO DE TRIBUTOS PASSA A TRAZER AS      *
      *                   ALIQUOTAS PATRONAIS DO CALCSAL (TIPOS "P",   *
      *                   "A", "F" E "T", COM A EMPRESA); ESTES        *
      *                   REGISTROS SAO IGNORADOS NESTE PROGRAMA.      *
      * 2026-10-15 SFP    AS FERIAS PASSAM A SER DEBITADAS DO PERIODO  *
      *                   AQUISITIVO MAIS ANTIGO COM SALDO NO MESTRE   *
      *                   DE PERIODOS (ARQ-PERIODOS, MANTIDO PELO      *
      *                   PERAQUIS). SEM PERIODO ADQUIRIDO COM SALDO,  *
      *                   OU COM DIAS DE GOZO E ABONO ACIMA DO SALDO,  *
      *                   O PEDIDO E RECUSADO; PERIODO VENCIDO E PAGO  *
      *                   COM AVISO DE FERIAS EM DOBRO.                *
      * 2026-10-15 SFP    ACOMPANHA O LEIAUTE DO MESTRE DE            *
      *                   FUNCIONARIOS, QUE PASSA A TRAZER O MOTIVO E *
      *                   AS DATAS DO AFASTAMENTO NO LUGAR DO FILLER, *
      *                   SEM ALTERACAO DO CALCULO.                   *
      * 2026-10-15 SFP    REGISTRA O INICIO E O FIM DE CADA EXECUCAO  *
      *                   NO LOG DO LOTE DA FOLHA (ARQ-LOG-EXECUCAO), *
      *                   COM PARAMETROS, QUANTIDADES E RETURN-CODE,  *
      *                   BASE DO CONTROLE DE PRE-REQUISITOS E DO     *
      *                   RESUMO DIARIO DE OPERACOES.                 *
      * 2026-10-15 SFP    O FGTS DEPOSITADO NA CONTA VINCULADA PASSA  *
      *                   A SER LANCADO NA INTERFACE CONTABIL         *
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
           SELECT ARQ-PERIODOS ASSIGN TO "PERAQFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAQ-CHAVE
               FILE STATUS IS WS-STATUS-PERIODOS.
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
      * MEDIA MENSAL DA REMUNERACAO DAS FERIAS E ATUALIZADO COM AS     *
      * FERIAS PAGAS (OUTROS TRIBUTAVEIS, ISENTOS, INSS E IRRF). O     *
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
      * ARQ-RELATORIO-FER - RELATORIO DE FERIAS (IMPRESSAO).           *
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
      * EMPRESA + MATRICULA + COMPETENCIA + TIPO DE PAGAMENTO. AS      *
      * FERIAS PAGAS SAO GRAVADAS COM O TIPO "F" NA COMPETENCIA DO     *
      * INICIO DO GOZO. O LEIAUTE DEVE SER MANTIDO IDENTICO AO DO      *
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
      * CHAVEADA POR EMPRESA + MATRICULA + COMPETENCIA. AS FERIAS      *
      * PAGAS SOMAM A BASE (FERIAS + TERCO) E O DEPOSITO DE FERIAS NA  *
      * COMPETENCIA DO INICIO DO GOZO. O LEIAUTE DEVE SER MANTIDO      *
      * IDENTICO AO DO CALCSAL.                                        *
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
      * ARQ-PERIODOS - MESTRE DE PERIODOS AQUISITIVOS DE FERIAS,       *
      * CHAVEADO POR EMPRESA + MATRICULA + INICIO DO PERIODO E MANTIDO *
      * PELO PERAQUIS. AS FERIAS PAGAS SAO DEBITADAS DO PERIODO MAIS   *
      * ANTIGO ADQUIRIDO ("D") OU VENCIDO ("V") COM SALDO. O LEIAUTE   *
      * DEVE SER MANTIDO IDENTICO AO DO PERAQUIS.                      *
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
      * ARQ-LANCAMENTOS - INTERFACE DE LANCAMENTOS CONTABEIS PARA      *
      * CARGA NO RAZAO, COMPARTILHADA COM A FOLHA MENSAL: AS FERIAS    *
      * PAGAS ACRESCENTAM O DEBITO DA DESPESA DE FERIAS E OS CREDITOS  *
      * DO INSS RETIDO, DO IRRF RETIDO E DAS FERIAS A PAGAR, NO        *
      * CENTRO DE CUSTO DO FUNCIONARIO. O LEIAUTE DEVE SER MANTIDO     *
      * IDENTICO AO DO CALCSAL.                                        *
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
      * APURACAO DAS FERIAS: MEDIA MENSAL DO BRUTO ACUMULADO NO ANO,  *

       77  WS-VALOR-DEPENDENTE    PIC 9(03)V99 VALUE 189,59.
       77  WS-DIAS-ABONO          PIC 9(02) VALUE 10.
       77  WS-BRUTO-FERIAS        PIC 9(07)V99 VALUE ZEROS.

      *****************************************************************
      * RUBRICAS RESERVADAS COM QUE AS PARCELAS DAS FERIAS SAO         *
      * GRAVADAS NO HISTORICO (A REMUNERACAO DOS DIAS DE GOZO VAI NO   *
      * SALARIO BASE DO REGISTRO). AS DESCRICOES IMPRESSAS PELO        *
      * SEGVIA VEM DA TABELA DE RUBRICAS (TABRUBR).                    *
      *****************************************************************
       77  WS-RUB-TERCO-FERIAS    PIC 9(03) VALUE 901.
       77  WS-RUB-ABONO           PIC 9(03) VALUE 902.
       77  WS-RUB-TERCO-ABONO     PIC 9(03) VALUE 903.
       77  WS-HST-IDX             PIC 9(03) VALUE ZEROS.

      *****************************************************************
      * TABELA PROGRESSIVA DE CONTRIBUICAO DO INSS, CARREGADA DE       *
           05  FILLER                 PIC X(29) VALUE SPACES.

       77  WS-STATUS-ACUMULADO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTORICO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-LANCAMENTOS  PIC X(02) VALUE SPACES.

      *****************************************************************
      * DEPOSITO DE FGTS DAS FERIAS NA CONTA VINCULADA: 8% DE FERIAS + *
      * TERCO, COMO NO CALCSAL. O ABONO PECUNIARIO NAO INCIDE.         *
      *****************************************************************
       77  WS-TAXA-FGTS           PIC 9V99 VALUE 0,08.
       77  WS-DEPOSITO-FGTS       PIC 9(07)V99 VALUE ZEROS.
       77  WS-STATUS-CONTA-FGTS   PIC X(02) VALUE SPACES.
       77  WS-CONTA-FGTS-EXISTE   PIC X(01) VALUE "N".
           88  CONTA-FGTS-EXISTE          VALUE "S".
       77  WS-PAGAMENTO-REGISTRADO PIC X(01) VALUE "N".
           88  PAGAMENTO-REGISTRADO       VALUE "S".

      *****************************************************************
      * PERIODO AQUISITIVO DEBITADO: O MAIS ANTIGO COM SALDO. OS DIAS  *
      * SOLICITADOS SAO OS DE GOZO MAIS OS DO ABONO, QUANDO HOUVER.    *
      *****************************************************************
       77  WS-STATUS-PERIODOS     PIC X(02) VALUE SPACES.
       77  WS-PERIODO-ENCONTRADO  PIC X(01) VALUE "N".
           88  PERIODO-ENCONTRADO         VALUE "S".
       77  WS-FIM-PERIODOS        PIC X(01) VALUE "N".
           88  FIM-PERIODOS               VALUE "S".
       77  WS-DIAS-SOLICITADOS    PIC 9(02) VALUE ZEROS.

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
                   "EMPRESA, A MATRICULA, O INICIO DO GOZO (AAAAMMDD),"
                   " OS DIAS DE GOZO E, OPCIONALMENTE, S PARA O ABONO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARM-EMPRESA   TO WS-EMPRESA-PEDIDA.
               DISPLAY "ERRO FATAL - EMPRESA OU MATRICULA ZERADA NOS "
                   "PARAMETROS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-INICIO-MES < 01 OR WS-INICIO-MES > 12
               DISPLAY "ERRO FATAL - INICIO DO PERIODO DE GOZO "
                   "INVALIDO: " WS-INICIO-GOZO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-DIAS-GOZO < 01 OR WS-DIAS-GOZO > 30
               DISPLAY "ERRO FATAL - DIAS DE GOZO FORA DE 1 A 30: "
                   WS-DIAS-GOZO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-PARM-ABONO = "S" OR WS-PARM-ABONO = "s"
                   DISPLAY "ERRO FATAL - INDICADOR DE ABONO INVALIDO: "
                       WS-PARM-ABONO " (USAR S OU N)"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
               DISPLAY "ERRO FATAL - COM ABONO PECUNIARIO OS DIAS DE "
                   "GOZO NAO PODEM PASSAR DE 20"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-INICIO-DIA TO WS-INI-EDI-DIA.
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
               (WS-INICIO-ANO * 100) + WS-INICIO-MES.
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
           PERFORM 1580-ABRE-PERIODOS THRU 1580-EXIT.
           OPEN OUTPUT ARQ-RELATORIO-FER.
           OPEN OUTPUT ARQ-CNAB-FER.
           OPEN OUTPUT ARQ-EXCECOES-FER.

      *****************************************************************
      * 1500-ABRE-ACUMULADO - ABRE O MESTRE DE ACUMULADOS DO ANO EM    *
      *                       ENTRADA/SAIDA. SEM ACUMULADO NAO HA COMO *
      *                       APURAR A MEDIA DAS FERIAS - ABORTA       *
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
      *                        ENTRADA/SAIDA, CRIANDO O ARQUIVO NA     *
      *                        PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR  *
      *****************************************************************
       1570-ABRE-CONTA-FGTS.
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
       1570-EXIT.
           EXIT.

      *****************************************************************
      * 1580-ABRE-PERIODOS - ABRE O MESTRE DE PERIODOS AQUISITIVOS EM  *
      *                      ENTRADA/SAIDA. O MESTRE E CRIADO PELO     *
      *                      PERAQUIS; SEM ELE NAO HA SALDO A DEBITAR  *
      *                      - ABORTA                                  *
      *****************************************************************
       1580-ABRE-PERIODOS.
           OPEN I-O ARQ-PERIODOS.
           IF WS-STATUS-PERIODOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR OS PERIODOS "
                   "AQUISITIVOS (ARQ-PERIODOS), FILE STATUS "
                   WS-STATUS-PERIODOS " - RODAR O PERAQUIS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1580-EXIT.
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
                   WS-COMPETENCIA-GOZO " (INSS " WS-QTD-FAIXAS-INSS
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
           IF WS-COMPETENCIA-GOZO < TRB-VIGENCIA-INI
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
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2500-PAGA-FERIAS - APURA E EMITE AS FERIAS DO FUNCIONARIO      *
      *                    LOCALIZADO: MEDIA DO ACUMULADO, CALCULO,    *
      *                    DETALHE NO RELATORIO E NA REMESSA E         *
      *                    GRAVACAO NOS MESTRES COMPARTILHADOS         *
      *****************************************************************
       2500-PAGA-FERIAS.
           PERFORM 2210-LE-ACUMULADO THRU 2210-EXIT.
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2220-VERIFICA-HISTORICO THRU 2220-EXIT.
           IF PAGAMENTO-REGISTRADO
               MOVE "HISTORICO" TO WS-CAMPO-REJEICAO
               MOVE "FERIAS JA REGISTRADAS NA COMPETENCIA" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2230-LOCALIZA-PERIODO THRU 2230-EXIT.
           IF NOT PERIODO-ENCONTRADO
               MOVE "PERIODO" TO WS-CAMPO-REJEICAO
               MOVE "SEM PERIODO AQUISITIVO COMPLETO COM SALDO" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-DIAS-GOZO TO WS-DIAS-SOLICITADOS.
           IF COM-ABONO
               ADD WS-DIAS-ABONO TO WS-DIAS-SOLICITADOS
           END-IF.
           IF WS-DIAS-SOLICITADOS > PAQ-DIAS-SALDO
               MOVE "DIAS DE GOZO" TO WS-CAMPO-REJEICAO
               MOVE "DIAS SOLICITADOS EXCEDEM O SALDO DO PERIODO" TO
                   WS-MOTIVO-REJEICAO
               PERFORM 2300-GRAVA-EXCECAO THRU 2300-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF PAQ-VENCIDO
               DISPLAY "ATENCAO - PERIODO AQUISITIVO INICIADO EM "
                   PAQ-INICIO-AQUISITIVO " DA MATRICULA " WS-MATRICULA
                   " VENCIDO - FERIAS DEVIDAS EM DOBRO"
           END-IF.
           PERFORM 3000-CALCULA-FERIAS THRU 3000-EXIT.
           PERFORM 5000-IMPRIME-DETALHE THRU 5000-EXIT.
           PERFORM 5600-GRAVA-CNAB THRU 5600-EXIT.
           PERFORM 5650-ATUALIZA-ACUMULADO THRU 5650-EXIT.
           PERFORM 5660-GRAVA-CONTA-FGTS THRU 5660-EXIT.
           PERFORM 5680-GRAVA-HISTORICO THRU 5680-EXIT.
           PERFORM 5700-GRAVA-LANCAMENTOS THRU 5700-EXIT.
           PERFORM 5690-DEBITA-PERIODO THRU 5690-EXIT.
           ADD 1 TO WS-CONTADOR.
       2500-EXIT.
           EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2220-VERIFICA-HISTORICO - PROCURA NO HISTORICO FERIAS JA       *
      *                           REGISTRADAS PARA A MATRICULA NA      *
      *                           COMPETENCIA DO INICIO DO GOZO. UM    *
      *                           REGISTRO ESTORNADO NAO IMPEDE O      *
      *                           NOVO PAGAMENTO                       *
      *****************************************************************
       2220-VERIFICA-HISTORICO.
           MOVE "N" TO WS-PAGAMENTO-REGISTRADO.
           MOVE WS-EMPRESA          TO HST-EMPRESA.
           MOVE WS-MATRICULA        TO HST-MATRICULA.
           MOVE WS-COMPETENCIA-GOZO TO HST-COMPETENCIA.
           MOVE "F"                 TO HST-TIPO-PAGAMENTO.
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
      * 2230-LOCALIZA-PERIODO - PROCURA NO MESTRE DE PERIODOS O        *
      *                         PERIODO AQUISITIVO MAIS ANTIGO DA      *
      *                         MATRICULA ADQUIRIDO OU VENCIDO COM     *
      *                         SALDO, QUE FICA NA AREA DO REGISTRO    *
      *                         PARA O DEBITO                          *
      *****************************************************************
       2230-LOCALIZA-PERIODO.
           MOVE "N" TO WS-PERIODO-ENCONTRADO.
           MOVE "N" TO WS-FIM-PERIODOS.
           MOVE WS-EMPRESA   TO PAQ-EMPRESA.
           MOVE WS-MATRICULA TO PAQ-MATRICULA.
           MOVE ZEROS        TO PAQ-INICIO-AQUISITIVO.
           START ARQ-PERIODOS KEY IS NOT LESS THAN PAQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PERIODOS
           END-START.
           PERFORM 2235-LER-PERIODO THRU 2235-EXIT
               UNTIL FIM-PERIODOS OR PERIODO-ENCONTRADO.
       2230-EXIT.
           EXIT.

       2235-LER-PERIODO.
           READ ARQ-PERIODOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PERIODOS
                   GO TO 2235-EXIT
           END-READ.
           IF PAQ-EMPRESA NOT = WS-EMPRESA
                   OR PAQ-MATRICULA NOT = WS-MATRICULA
               MOVE "S" TO WS-FIM-PERIODOS
               GO TO 2235-EXIT
           END-IF.
           IF (PAQ-ADQUIRIDO OR PAQ-VENCIDO)
                   AND PAQ-DIAS-SALDO > ZEROS
               MOVE "S" TO WS-PERIODO-ENCONTRADO
           END-IF.
       2235-EXIT.
           EXIT.

      *****************************************************************
      * 2300-GRAVA-EXCECAO - EMITE UM REGISTRO NO RELATORIO DE         *
      *                      EXCECOES PARA UMA OCORRENCIA QUE IMPEDIU  *
       5600-EXIT.
           EXIT.

      *****************************************************************
      * 5650-ATUALIZA-ACUMULADO - SOMA AS FERIAS PAGAS NO ACUMULADO DO *
      *                           ANO (LIDO EM 2210): FERIAS + TERCO   *
      *                           NOS OUTROS RENDIMENTOS TRIBUTAVEIS,  *
      *                           ABONO + TERCO DO ABONO NOS ISENTOS,  *
      *                           INSS E IRRF NOS TOTAIS RETIDOS. O    *
      *                           BRUTO E OS MESES DA FOLHA MENSAL NAO *
      *                           MUDAM (BASE DAS MEDIAS)              *
      *****************************************************************
       5650-ATUALIZA-ACUMULADO.
           ADD WS-BASE-TRIBUTAVEL TO ACM-TOTAL-OUTROS-ANO.
           ADD WS-VALOR-ABONO     TO ACM-TOTAL-ISENTO-ANO.
           ADD WS-TERCO-ABONO     TO ACM-TOTAL-ISENTO-ANO.
           ADD WS-DESCONTO-INSS   TO ACM-TOTAL-INSS-ANO.
           ADD WS-DESCONTO-IR     TO ACM-TOTAL-IR-ANO.
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
      * 5660-GRAVA-CONTA-FGTS - APURA O DEPOSITO DE FGTS DAS FERIAS E  *
      *                         O SOMA NA CONTA VINCULADA DO EMPREGADO *
      *                         NA COMPETENCIA DO INICIO DO GOZO. AS   *
      *                         FERIAS JA REGISTRADAS SAO RECUSADAS    *
      *                         ANTES, DE MODO QUE A SOMA NAO SE       *
      *                         REPETE                                 *
      *****************************************************************
       5660-GRAVA-CONTA-FGTS.
           COMPUTE WS-DEPOSITO-FGTS ROUNDED =
               WS-BASE-TRIBUTAVEL * WS-TAXA-FGTS.
           MOVE "S"                 TO WS-CONTA-FGTS-EXISTE.
           MOVE WS-EMPRESA          TO CFG-EMPRESA.
           MOVE WS-MATRICULA        TO CFG-MATRICULA.
           MOVE WS-COMPETENCIA-GOZO TO CFG-COMPETENCIA.
           READ ARQ-CONTA-FGTS
               INVALID KEY
                   MOVE "N" TO WS-CONTA-FGTS-EXISTE
           END-READ.
           IF NOT CONTA-FGTS-EXISTE
               INITIALIZE REG-CONTA-FGTS
               MOVE WS-EMPRESA          TO CFG-EMPRESA
               MOVE WS-MATRICULA        TO CFG-MATRICULA
               MOVE WS-COMPETENCIA-GOZO TO CFG-COMPETENCIA
           END-IF.
           ADD WS-BASE-TRIBUTAVEL TO CFG-BASE-FERIAS.
           ADD WS-DEPOSITO-FGTS   TO CFG-DEPOSITO-FERIAS.
           MOVE WS-DATA-SISTEMA   TO CFG-DATA-ATUALIZACAO.
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
      * 5680-GRAVA-HISTORICO - GRAVA AS FERIAS PAGAS NO MESTRE DE      *
      *                        HISTORICO COM O TIPO "F": A REMUNERACAO *
      *                        DOS DIAS DE GOZO NO SALARIO BASE E O    *
      *                        TERCO, O ABONO E O TERCO DO ABONO COMO  *
      *                        EVENTOS. UM REGISTRO ESTORNADO DA MESMA *
      *                        CHAVE E SOBREPOSTO                      *
      *****************************************************************
       5680-GRAVA-HISTORICO.
           INITIALIZE REG-HISTORICO.
           MOVE WS-EMPRESA          TO HST-EMPRESA.
           MOVE WS-MATRICULA        TO HST-MATRICULA.
           MOVE WS-COMPETENCIA-GOZO TO HST-COMPETENCIA.
           MOVE "F"                 TO HST-TIPO-PAGAMENTO.
           MOVE WS-NOME             TO HST-NOME.
           MOVE "P"                 TO HST-SITUACAO.
           MOVE WS-DEPENDENTES      TO HST-DEPENDENTES.
           MOVE WS-VALOR-FERIAS     TO HST-SALARIO-BASE.
           COMPUTE WS-BRUTO-FERIAS =
               WS-VALOR-FERIAS + WS-VALOR-TERCO
               + WS-VALOR-ABONO + WS-TERCO-ABONO.
           MOVE WS-BRUTO-FERIAS     TO HST-BRUTO-COMPOSTO.
           MOVE WS-DESCONTO-INSS    TO HST-DESCONTO-INSS.
           MOVE WS-DESCONTO-IR      TO HST-DESCONTO-IR.
           MOVE WS-DEPOSITO-FGTS    TO HST-FGTS.
           MOVE ZEROS               TO HST-PENSAO.
           MOVE ZEROS               TO HST-ADIANTAMENTO.
           MOVE WS-LIQUIDO-FERIAS   TO HST-SALARIO-LIQUIDO.
           MOVE ZEROS TO WS-HST-IDX.
           IF WS-VALOR-TERCO > ZEROS
               ADD 1 TO WS-HST-IDX
               MOVE WS-RUB-TERCO-FERIAS TO HST-EVT-CODIGO (WS-HST-IDX)
               MOVE "P"                 TO HST-EVT-TIPO (WS-HST-IDX)
               MOVE WS-VALOR-TERCO      TO HST-EVT-VALOR (WS-HST-IDX)
           END-IF.
           IF WS-VALOR-ABONO > ZEROS
               ADD 1 TO WS-HST-IDX
               MOVE WS-RUB-ABONO        TO HST-EVT-CODIGO (WS-HST-IDX)
               MOVE "P"                 TO HST-EVT-TIPO (WS-HST-IDX)
               MOVE WS-VALOR-ABONO      TO HST-EVT-VALOR (WS-HST-IDX)
           END-IF.
           IF WS-TERCO-ABONO > ZEROS
               ADD 1 TO WS-HST-IDX
               MOVE WS-RUB-TERCO-ABONO  TO HST-EVT-CODIGO (WS-HST-IDX)
               MOVE "P"                 TO HST-EVT-TIPO (WS-HST-IDX)
               MOVE WS-TERCO-ABONO      TO HST-EVT-VALOR (WS-HST-IDX)
           END-IF.
           MOVE WS-HST-IDX TO HST-QTD-EVENTOS.
           WRITE REG-HISTORICO
               INVALID KEY
                   REWRITE REG-HISTORICO
           END-WRITE.
       5680-EXIT.
           EXIT.

      *****************************************************************
      * 5700-GRAVA-LANCAMENTOS - ACRESCENTA A INTERFACE CONTABIL OS    *
      *                          LANCAMENTOS DAS FERIAS PAGAS, NO      *
      *                          CENTRO DE CUSTO DO FUNCIONARIO:       *
      *                          DEBITO DA DESPESA DE FERIAS (BRUTO) E *
      *                          CREDITOS DO INSS RETIDO, DO IRRF      *
      *                          RETIDO E DAS FERIAS A PAGAR           *
      *                          (LIQUIDO); E O FGTS DEPOSITADO, A     *
      *                          DEBITO DA DESPESA DE FGTS E A CREDITO *
      *                          DO FGTS A RECOLHER                    *
      *****************************************************************
       5700-GRAVA-LANCAMENTOS.
           MOVE SPACES TO REG-LANCAMENTO.
           MOVE "D" TO LAN-TIPO.
           MOVE "DESPESA DE FERIAS" TO LAN-CONTA.
           MOVE WS-BRUTO-FERIAS TO LAN-VALOR.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "INSS A RECOLHER" TO LAN-CONTA.
           MOVE WS-DESCONTO-INSS TO LAN-VALOR.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "IRRF A RECOLHER" TO LAN-CONTA.
           MOVE WS-DESCONTO-IR TO LAN-VALOR.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "FERIAS A PAGAR" TO LAN-CONTA.
           MOVE WS-LIQUIDO-FERIAS TO LAN-VALOR.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.

           MOVE "D" TO LAN-TIPO.
           MOVE "DESPESA DE FGTS" TO LAN-CONTA.
           MOVE WS-DEPOSITO-FGTS TO LAN-VALOR.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.

           MOVE "C" TO LAN-TIPO.
           MOVE "FGTS A RECOLHER" TO LAN-CONTA.
           MOVE WS-DEPOSITO-FGTS TO LAN-VALOR.
           PERFORM 5710-GRAVA-LANCAMENTO THRU 5710-EXIT.
       5700-EXIT.
           EXIT.

       5710-GRAVA-LANCAMENTO.
           MOVE WS-DATA-SISTEMA     TO LAN-DATA.
           MOVE WS-COMPETENCIA-GOZO TO LAN-COMPETENCIA.
           MOVE WS-CENTRO-CUSTO     TO LAN-CENTRO-CUSTO.
           WRITE REG-LANCAMENTO.
       5710-EXIT.
           EXIT.

      *****************************************************************
      * 5690-DEBITA-PERIODO - DEBITA OS DIAS DE GOZO E DE ABONO DO     *
      *                       PERIODO AQUISITIVO LOCALIZADO; SEM SALDO *
      *                       RESTANTE, O PERIODO FICA QUITADO         *
      *****************************************************************
       5690-DEBITA-PERIODO.
           ADD WS-DIAS-SOLICITADOS TO PAQ-DIAS-GOZADOS.
           SUBTRACT WS-DIAS-SOLICITADOS FROM PAQ-DIAS-SALDO.
           IF PAQ-DIAS-SALDO = ZEROS
               MOVE "Q" TO PAQ-SITUACAO
           END-IF.
           MOVE WS-DATA-SISTEMA TO PAQ-DATA-ATUALIZACAO.
           REWRITE REG-PERIODO.
           IF WS-STATUS-PERIODOS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO REGRAVAR O PERIODO "
                   "AQUISITIVO DA MATRICULA " WS-MATRICULA
                   ", FILE STATUS " WS-STATUS-PERIODOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       5690-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZACAO - EMITE O TRAILER DA REMESSA, FECHA OS        *
      *                    ARQUIVOS E EMITE O RESULTADO NO CONSOLE     *
           CLOSE ARQ-RELATORIO-FER.
           CLOSE ARQ-CNAB-FER.
           CLOSE ARQ-EXCECOES-FER.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-CONTA-FGTS.
           CLOSE ARQ-PERIODOS.
           CLOSE ARQ-LANCAMENTOS.
           DISPLAY "========================================".
           DISPLAY "FERIAS PAGAS:                       " WS-CONTADOR.
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
           MOVE "FERIAS"              TO LOG-PROGRAMA.
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
