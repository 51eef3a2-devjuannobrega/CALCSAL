      *            INSS RETIDO, IRRF RETIDO E O AJUSTE DO IMPOSTO     *
      *            DEVIDO PELA TABELA PROGRESSIVA ANUAL (IMPOSTO A    *
      *            RESTITUIR OU SALDO A PAGAR), UM INFORME POR        *
      *            PAGINA NO ARQUIVO DE IMPRESSAO (ARQ-INFORME). O    *
      *            INFORME COBRE TODOS OS PAGAMENTOS DO ANO: FOLHA    *
      *            MENSAL, FERIAS, 13 SALARIO E RESCISAO.             *
      *                                                               *
      * PARAMETRO DE LINHA DE COMANDO: ANO-CALENDARIO COM 4 DIGITOS   *
      * (EX.: 2026), IMPRESSO NO CABECALHO DE CADA INFORME.           *
      *                   ARQ-TRIBUTOS (TABTRIB), SELECIONANDO A      *
      *                   VIGENCIA DE DEZEMBRO DO ANO-CALENDARIO      *
      *                   DOS INFORMES.                               *
      * 2026-10-15 SFP    ACOMPANHA O ACUMULADO DE 150 POSICOES, QUE   *
      *                   PASSA A RECEBER TAMBEM AS FERIAS, O 13       *
      *                   SALARIO E A RESCISAO: OS RENDIMENTOS         *
      *                   TRIBUTAVEIS E A BASE DO AJUSTE SOMAM AOS     *
      *                   SALARIOS OS OUTROS RENDIMENTOS TRIBUTAVEIS   *
      *                   (FERIAS E SALDO DE SALARIO DA RESCISAO) E O  *
      *                   INFORME GANHA OS RENDIMENTOS ISENTOS E O 13  *
      *                   SALARIO COM O SEU INSS E IRRF (TRIBUTACAO    *
      *                   EXCLUSIVA, FORA DO AJUSTE).                  *
      * 2026-10-15 SFP    O ANO-CALENDARIO JA ENCERRADO (ENCANUAL) E   *
      *                   LIDO DO ARQUIVO ANUAL DE ACUMULADOS          *
      *                   (ARQ-ACUM-ANUAL); O MESTRE SO E USADO QUANDO *
      *                   AINDA ESTA ABERTO NO ANO DO PARAMETRO.       *
      * 2026-10-15 SFP    O ARQUIVO DE TRIBUTOS PASSA A TRAZER AS      *
      *                   ALIQUOTAS PATRONAIS DO CALCSAL (TIPOS "P",   *
      *                   "A", "F" E "T", COM A EMPRESA); ESTES        *
      *                   REGISTROS SAO IGNORADOS NESTE PROGRAMA.      *
      * 2026-10-15 SFP    REGISTRA O INICIO E O FIM DE CADA EXECUCAO   *
      *                   NO LOG DO LOTE DA FOLHA (ARQ-LOG-EXECUCAO),  *
      *                   COM PARAMETROS, QUANTIDADES E RETURN-CODE,   *
      *                   BASE DO CONTROLE DE PRE-REQUISITOS E DO      *
      *                   RESUMO DIARIO DE OPERACOES.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-CHAVE
               FILE STATUS IS WS-STATUS-ACUMULADO.
           SELECT ARQ-ACUM-ANUAL ASSIGN TO "ACUMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-CHAVE
               FILE STATUS IS WS-STATUS-ACUM-ANUAL.
           SELECT ARQ-INFORME ASSIGN TO "INFORME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-TRIBUTOS ASSIGN TO "TABTRIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRIBUTOS.
           SELECT ARQ-LOG-EXECUCAO ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ARQ-ACUMULADO - MESTRE DE TOTAIS ACUMULADOS NO ANO POR         *
      * MATRICULA, MANTIDO PELO CALCSAL. LIDO AQUI EM SEQUENCIA DE     *
      * MATRICULA PARA EMITIR UM INFORME POR FUNCIONARIO. O LEIAUTE    *
      * DEVE SER MANTIDO IDENTICO AO DO CALCSAL.                       *
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
      * MATRICULA. ACH-REGISTRO E A IMAGEM DO REGISTRO DO MESTRE NO    *
      * ENCERRAMENTO, COPIADA PARA REG-ACUMULADO NA LEITURA. O LEIAUTE *
      * DEVE SER MANTIDO IDENTICO AO DO ENCANUAL.                      *
      *****************************************************************
       FD  ARQ-ACUM-ANUAL
           RECORD CONTAINS 154 CHARACTERS.
       01  REG-ACUM-ANUAL.
           05  ACH-CHAVE.
               10  ACH-ANO                PIC 9(04).
               10  ACH-EMPRESA            PIC 9(03).
               10  ACH-MATRICULA          PIC 9(06).
           05  FILLER                     PIC X(141).
       01  REG-ACUM-ANUAL-IMAGEM.
           05  FILLER                     PIC 9(04).
           05  ACH-REGISTRO               PIC X(150).

      *****************************************************************
      * ARQ-INFORME - INFORMES DE RENDIMENTOS (IMPRESSAO), UM INFORME  *
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
      *****************************************************************
      * APURACAO DO AJUSTE ANUAL DO IRRF: BASE ANUAL (RENDIMENTOS     *
      * TRIBUTAVEIS DO ANO - SALARIOS MAIS OUTROS TRIBUTAVEIS - MENOS *
      * INSS RETIDO E DEDUCAO ANUAL POR DEPENDENTES), IMPOSTO         *
      * DEVIDO PELA TABELA ANUAL E CONFRONTO COM O IRRF RETIDO MES A  *
      * MES (A RESTITUIR QUANDO RETIDO A MAIOR, SALDO A PAGAR QUANDO  *
      * RETIDO A MENOR).                                              *
      *****************************************************************
       01  WS-APURACAO-AJUSTE.
           05  WS-RENDIMENTOS-TRIBUT   PIC 9(10)V99 VALUE ZEROS.
           05  WS-DEDUCAO-DEPENDENTES  PIC 9(07)V99 VALUE ZEROS.
           05  WS-BASE-ANUAL           PIC S9(09)V99 VALUE ZEROS.
           05  WS-IMPOSTO-DEVIDO       PIC S9(09)V99 VALUE ZEROS.
           05  FILLER                PIC X(05) VALUE SPACES.

       77  WS-STATUS-ACUMULADO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-ACUM-ANUAL   PIC X(02) VALUE SPACES.

      *****************************************************************
      * ORIGEM DOS ACUMULADOS DO LOTE: O MESTRE, QUANDO ESTA ABERTO NO *
      * ANO DO PARAMETRO, OU O ARQUIVO ANUAL, QUANDO O ANO JA FOI      *
      * ENCERRADO.                                                     *
      *****************************************************************
       77  WS-ORIGEM-ACUMULADO    PIC X(01) VALUE "M".
           88  LER-MESTRE                VALUE "M".
           88  LER-ARQUIVO-ANUAL         VALUE "A".

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
           MOVE WS-PARAMETRO-ANO TO WS-LOG-PARAMETROS.
           COMPUTE WS-LOG-COMPETENCIA = WS-ANO-CALENDARIO * 100.
           MOVE "N" TO WS-LOG-MODO.
           MOVE "N" TO WS-LOG-REMESSA.
       0810-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - VALIDA O ANO-CALENDARIO, ABRE OS          *
      *                      ARQUIVOS E FAZ A LEITURA ANTECIPADA       *
               DISPLAY "ERRO FATAL - INFORMAR O ANO-CALENDARIO DOS "
                   "INFORMES NA LINHA DE COMANDO (4 DIGITOS)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARAMETRO-ANO TO WS-ANO-CALENDARIO.
           PERFORM 0800-REGISTRA-INICIO THRU 0800-EXIT.
           PERFORM 1480-CARREGA-TRIBUTOS THRU 1480-EXIT.
           OPEN INPUT ARQ-ACUMULADO.
           IF WS-STATUS-ACUMULADO NOT = "00"
                   "ANUAL (ARQ-ACUMULADO), FILE STATUS "
                   WS-STATUS-ACUMULADO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-INFORME.
           DISPLAY "ANO-CALENDARIO DOS INFORMES: " WS-ANO-CALENDARIO.
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           PERFORM 2100-LER-ACUMULADO THRU 2100-EXIT.
           IF FIM-ACUMULADO
                   OR (ACM-ANO-CALENDARIO NOT = ZEROS
                   AND ACM-ANO-CALENDARIO NOT = WS-ANO-CALENDARIO)
               PERFORM 1200-ABRE-ACUM-ANUAL THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1200-ABRE-ACUM-ANUAL - O MESTRE NAO ESTA ABERTO NO ANO DO      *
      *                        PARAMETRO: ABRE O ARQUIVO ANUAL DE      *
      *                        ACUMULADOS, POSICIONA NO ANO PEDIDO E   *
      *                        FAZ A LEITURA ANTECIPADA. ANO AUSENTE   *
      *                        DO ARQUIVO ABORTA O LOTE                *
      *****************************************************************
       1200-ABRE-ACUM-ANUAL.
           MOVE "A" TO WS-ORIGEM-ACUMULADO.
           MOVE "N" TO WS-EOF-ACUMULADO.
           OPEN INPUT ARQ-ACUM-ANUAL.
           IF WS-STATUS-ACUM-ANUAL NOT = "00"
               DISPLAY "ERRO FATAL - O ANO " WS-ANO-CALENDARIO
                   " NAO ESTA ABERTO NO ACUMULADO E O ARQUIVO ANUAL "
                   "DE ACUMULADOS (ARQ-ACUM-ANUAL) NAO PODE SER "
                   "ABERTO, FILE STATUS " WS-STATUS-ACUM-ANUAL
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE ZEROS             TO ACH-CHAVE.
           MOVE WS-ANO-CALENDARIO TO ACH-ANO.
           START ARQ-ACUM-ANUAL KEY IS NOT LESS THAN ACH-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ACUMULADO
           END-START.
           IF NOT FIM-ACUMULADO
               PERFORM 2100-LER-ACUMULADO THRU 2100-EXIT
           END-IF.
           IF FIM-ACUMULADO
               DISPLAY "ERRO FATAL - O ANO " WS-ANO-CALENDARIO
                   " NAO ESTA ABERTO NO ACUMULADO NEM ENCERRADO NO "
                   "ARQUIVO ANUAL DE ACUMULADOS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           DISPLAY "ACUMULADOS LIDOS DO ARQUIVO ANUAL (ANO ENCERRADO)".
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1050-CAPTURA-DATA-SISTEMA - CAPTURA A DATA DO SISTEMA UMA UNICA*
      *                             VEZ NO INICIO DO LOTE PARA A DATA  *
                   "TRIBUTOS (ARQ-TRIBUTOS), FILE STATUS "
                   WS-STATUS-TRIBUTOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1482-LER-TRIBUTO THRU 1482-EXIT
                   WS-ANO-CALENDARIO " (" WS-QTD-FAIXAS-IRRF
                   " FAIXAS)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
      *    A ULTIMA FAIXA VOLTA A SER A SENTINELA ANUAL: O LIMITE
               DISPLAY "ERRO FATAL - REGISTRO INVALIDO NAS TABELAS "
                   "DE TRIBUTOS (ARQ-TRIBUTOS)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-COMPETENCIA-TABELA < TRB-VIGENCIA-INI
               DISPLAY "ERRO FATAL - FAIXA DE IRRF FORA DE 1 A 5 "
                   "NAS TABELAS DE TRIBUTOS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           COMPUTE WS-IRRF-ANO-LIMITE (TRB-FAIXA) =

      *****************************************************************
      * 2100-LER-ACUMULADO - LE O PROXIMO REGISTRO DO MESTRE DE        *
      *                      ACUMULADOS, EM SEQUENCIA DE MATRICULA.    *
      *                      NO ARQUIVO ANUAL O ANO SEGUINTE ENCERRA O *
      *                      LOTE E A IMAGEM LIDA VAI PARA O REGISTRO  *
      *                      DO MESTRE                                 *
      *****************************************************************
       2100-LER-ACUMULADO.
           IF LER-MESTRE
               READ ARQ-ACUMULADO
                   AT END
                       MOVE "S" TO WS-EOF-ACUMULADO
               END-READ
               GO TO 2100-EXIT
           END-IF.
           READ ARQ-ACUM-ANUAL NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-ACUMULADO
                   GO TO 2100-EXIT
           END-READ.
           IF ACH-ANO NOT = WS-ANO-CALENDARIO
               MOVE "S" TO WS-EOF-ACUMULADO
               GO TO 2100-EXIT
           END-IF.
           MOVE ACH-REGISTRO TO REG-ACUMULADO.
       2100-EXIT.
           EXIT.

      *                             AJUSTE CONTRA O IRRF RETIDO        *
      *****************************************************************
       3000-CALCULA-AJUSTE-ANUAL.
           COMPUTE WS-RENDIMENTOS-TRIBUT =
               ACM-TOTAL-BRUTO-ANO + ACM-TOTAL-OUTROS-ANO.
           COMPUTE WS-DEDUCAO-DEPENDENTES =
               ACM-DEPENDENTES * WS-VALOR-DEPENDENTE-ANUAL.
           COMPUTE WS-BASE-ANUAL =
               WS-RENDIMENTOS-TRIBUT - ACM-TOTAL-INSS-ANO
               - WS-DEDUCAO-DEPENDENTES.
           IF WS-BASE-ANUAL < ZEROS
               MOVE ZEROS TO WS-BASE-ANUAL
           MOVE SPACES TO REG-INF-ITEM.
           MOVE "1. RENDIMENTOS TRIBUTAVEIS PAGOS NO ANO"
               TO INF-ITEM-LABEL.
           MOVE WS-RENDIMENTOS-TRIBUT TO INF-ITEM-VALOR.
           WRITE REG-INF-ITEM.

           MOVE SPACES TO REG-INF-ITEM.
           MOVE WS-VALOR-AJUSTE TO INF-ITEM-VALOR.
           WRITE REG-INF-ITEM.

           MOVE SPACES TO REG-INF-ITEM.
           MOVE "10. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
               TO INF-ITEM-LABEL.
           MOVE ACM-TOTAL-ISENTO-ANO TO INF-ITEM-VALOR.
           WRITE REG-INF-ITEM.

           MOVE SPACES TO REG-INF-ITEM.
           MOVE "11. 13 SALARIO (TRIBUTACAO EXCLUSIVA NA FONTE)"
               TO INF-ITEM-LABEL.
           MOVE ACM-TOTAL-13-ANO TO INF-ITEM-VALOR.
           WRITE REG-INF-ITEM.

           MOVE SPACES TO REG-INF-ITEM.
           MOVE "12. INSS RETIDO SOBRE O 13 SALARIO"
               TO INF-ITEM-LABEL.
           MOVE ACM-TOTAL-INSS-13-ANO TO INF-ITEM-VALOR.
           WRITE REG-INF-ITEM.

           MOVE SPACES TO REG-INF-ITEM.
           MOVE "13. IRRF RETIDO SOBRE O 13 SALARIO"
               TO INF-ITEM-LABEL.
           MOVE ACM-TOTAL-IR-13-ANO TO INF-ITEM-VALOR.
           WRITE REG-INF-ITEM.

           MOVE SPACES TO REG-INF-LINHA.
           WRITE REG-INF-LINHA.
       5000-EXIT.
      *****************************************************************
       9000-FINALIZACAO.
           CLOSE ARQ-ACUMULADO.
           IF LER-ARQUIVO-ANUAL
               CLOSE ARQ-ACUM-ANUAL
           END-IF.
           CLOSE ARQ-INFORME.
           DISPLAY "========================================".
           DISPLAY "TOTAL DE INFORMES EMITIDOS:         " WS-CONTADOR.
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
           MOVE WS-CONTADOR           TO WS-LOG-QTD-LIDOS.
           MOVE WS-CONTADOR           TO WS-LOG-QTD-GRAVADOS.
           MOVE ZEROS                 TO WS-LOG-QTD-REJEITADOS.
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
           MOVE "INFORME"             TO LOG-PROGRAMA.
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
