      *            BASE, CADA EVENTO DO MES, INSS, IRRF,              *
      *            ADIANTAMENTO, PENSAO, FGTS E O LIQUIDO APURADOS    *
      *            NA EPOCA. COMPETENCIA ESTORNADA SAI COM A MARCA    *
      *            DE ESTORNO NO CABECALHO DO BLOCO. ALEM DA FOLHA    *
      *            MENSAL, REIMPRIME OS RECIBOS DE FERIAS, DE 13      *
      *            SALARIO E O TERMO DE RESCISAO GRAVADOS NO MESMO    *
      *            MESTRE PELOS PROGRAMAS FERIAS, CALC13 E RESCISAO.  *
      *                                                               *
      * PARAMETROS DE LINHA DE COMANDO: COMPETENCIA (AAAAMM,          *
      * OBRIGATORIA) E, OPCIONALMENTE, EMPRESA (3 DIGITOS) E          *
      * MATRICULA (6 DIGITOS) PARA UMA SEGUNDA VIA INDIVIDUAL. SEM    *
      * EMPRESA/MATRICULA, REIMPRIME A COMPETENCIA INTEIRA. NA        *
      * POSICAO SEGUINTE, OPCIONALMENTE, O TIPO DE PAGAMENTO (M =     *
      * MENSAL, F = FERIAS, 1/2 = 13 SALARIO 1A/2A PARCELA, R =       *
      * RESCISAO); SEM TIPO SAEM TODOS OS PAGAMENTOS DA COMPETENCIA.  *
      * EX.: 202607 001 000123  (OU SOMENTE 202607)                   *
      * EX.: 202607 001 000123 F  (OU 202607            F)            *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      *                   VEZ DA COPIA FIXA DA TABELA DE CODIGOS.     *
      *                   SEM O ARQUIVO, OS EVENTOS SAEM COM A        *
      *                   DESCRICAO GENERICA "EVENTO" + CODIGO.       *
      * 2026-10-15 SFP    A CHAVE DO HISTORICO GANHA O TIPO DE         *
      *                   PAGAMENTO: A SEGUNDA VIA PASSA A REIMPRIMIR  *
      *                   TAMBEM FERIAS, 13 SALARIO (1A E 2A PARCELA)  *
      *                   E RESCISAO, COM TITULO E LINHA DE BASE       *
      *                   PROPRIOS DE CADA TIPO, E ACEITA O TIPO COMO  *
      *                   FILTRO OPCIONAL NA LINHA DE COMANDO. A VIA   *
      *                   INDIVIDUAL PASSA A POSICIONAR NA CHAVE E     *
      *                   IMPRIMIR TODOS OS PAGAMENTOS DA MATRICULA    *
      *                   NA COMPETENCIA.                              *
      * 2026-10-15 SFP    ACOMPANHA O INDICADOR DE FALTA DA TABELA DE  *
      *                   RUBRICAS (RUB-IND-FALTA), SEM ALTERACAO DA   *
      *                   IMPRESSAO.                                   *
      * 2026-10-15 SFP    ACOMPANHA O INDICADOR DE DISSIDIO DA TABELA  *
      *                   DE RUBRICAS (RUB-IND-DISSIDIO), SEM          *
      *                   ALTERACAO DA IMPRESSAO.                      *
      * 2026-10-15 SFP    REGISTRA O INICIO E O FIM DE CADA EXECUCAO   *
      *                   NO LOG DO LOTE DA FOLHA (ARQ-LOG-EXECUCAO),  *
      *                   COM PARAMETROS, QUANTIDADES E RETURN-CODE,   *
      *                   BASE DO CONTROLE DE PRE-REQUISITOS E DO      *
      *                   RESUMO DIARIO DE OPERACOES.                  *
      * 2026-10-15 SFP    EVENTO INFORMATIVO (TIPO "I") DO HISTORICO   *
      *                   NAO E IMPRESSO, COMO NO CONTRACHEQUE         *
      *                   ORIGINAL.                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-RUBRICAS ASSIGN TO "TABRUBR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUBRICAS.
           SELECT ARQ-LOG-EXECUCAO ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ARQ-HISTORICO - MESTRE DE HISTORICO MENSAL DA FOLHA, CHAVEADO  *
      * POR EMPRESA + MATRICULA + COMPETENCIA + TIPO DE PAGAMENTO E    *
      * MANTIDO PELO CALCSAL, FERIAS, CALC13 E RESCISAO. O LEIAUTE     *
      * DEVE SER MANTIDO IDENTICO AO DO CALCSAL.                       *
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
      * ARQ-SEGVIA - SEGUNDAS VIAS DE CONTRACHEQUE (IMPRESSAO), UM     *
           05  RUB-INC-IRRF           PIC X(01).
           05  RUB-INC-FGTS           PIC X(01).
           05  RUB-DESCRICAO          PIC X(20).
           05  RUB-IND-FALTA          PIC X(01).
           05  RUB-IND-DISSIDIO       PIC X(01).
           05  FILLER                 PIC X(50).

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
           05  WS-DESC-GEN-CODIGO    PIC 9(03).
           05  FILLER                PIC X(22) VALUE SPACES.

       77  WS-DESCRICAO-BASE      PIC X(32) VALUE SPACES.

       77  WS-EVT-TAB-IDX         PIC 9(02) VALUE ZEROS.
       77  WS-HST-IDX             PIC 9(03) VALUE ZEROS.

      * PARAMETROS DA LINHA DE COMANDO: A COMPETENCIA PEDIDA (AAAAMM)  *
      * E, OPCIONALMENTE, A EMPRESA E A MATRICULA PARA UMA SEGUNDA     *
      * VIA INDIVIDUAL. SEM EMPRESA/MATRICULA O MESTRE E VARRIDO E     *
      * TODA A COMPETENCIA E REIMPRESSA. O TIPO DE PAGAMENTO, QUANDO   *
      * INFORMADO, RESTRINGE A SEGUNDA VIA A UM UNICO TIPO.            *
      *****************************************************************
       01  WS-PARAMETRO-LINHA.
           05  WS-PARM-COMPETENCIA    PIC X(06).
           05  WS-PARM-EMPRESA        PIC X(03).
           05  WS-PARM-SEP-2          PIC X(01).
           05  WS-PARM-MATRICULA      PIC X(06).
           05  WS-PARM-SEP-3          PIC X(01).
           05  WS-PARM-TIPO           PIC X(01).
               88  PARM-TIPO-VALIDO       VALUE " " "M" "F" "1" "2"
                                                "R".
           05  FILLER                 PIC X(13).

       01  WS-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-DET REDEFINES WS-COMPETENCIA.
       77  WS-MATRICULA-PEDIDA    PIC 9(06) VALUE ZEROS.
       77  WS-VIA-INDIVIDUAL      PIC X(01) VALUE "N".
           88  VIA-INDIVIDUAL            VALUE "S".
       77  WS-TIPO-PEDIDO         PIC X(01) VALUE SPACES.
           88  TODOS-OS-TIPOS            VALUE SPACES.

       77  WS-STATUS-HISTORICO    PIC X(02) VALUE SPACES.

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
      * 0000-MAINLINE - CONTROLA A EMISSAO DAS SEGUNDAS VIAS           *

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           PERFORM 0800-REGISTRA-INICIO THRU 0800-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           IF VIA-INDIVIDUAL

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT.

           STOP RUN.

      *****************************************************************
                   "SEGUNDA VIA NA LINHA DE COMANDO (AAAAMM, SEGUIDA "
                   "OPCIONALMENTE DA EMPRESA E DA MATRICULA)"
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
           IF NOT PARM-TIPO-VALIDO
               DISPLAY "ERRO FATAL - TIPO DE PAGAMENTO INVALIDO: "
                   WS-PARM-TIPO " (M, F, 1, 2, R OU BRANCO)"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PARM-TIPO TO WS-TIPO-PEDIDO.
           IF WS-PARM-EMPRESA NOT = SPACES
                   OR WS-PARM-MATRICULA NOT = SPACES
               IF WS-PARM-EMPRESA IS NOT NUMERIC
                       "INDIVIDUAL INFORMAR EMPRESA E MATRICULA "
                       "NUMERICAS APOS A COMPETENCIA"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
               MOVE WS-PARM-EMPRESA   TO WS-EMPRESA-PEDIDA
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
           IF WS-PARM-COMPETENCIA IS NUMERIC
               MOVE WS-PARM-COMPETENCIA TO WS-LOG-COMPETENCIA
           END-IF.
           MOVE "N" TO WS-LOG-MODO.
           MOVE "N" TO WS-LOG-REMESSA.
       0810-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - ABRE O MESTRE DE HISTORICO E O ARQUIVO    *
      *                      DE IMPRESSAO E, NA VARREDURA, FAZ A       *
                   "MENSAL (ARQ-HISTORICO), FILE STATUS "
                   WS-STATUS-HISTORICO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-SEGVIA.
                   "RUBRICAS (ARQ-RUBRICAS), FILE STATUS "
                   WS-STATUS-RUBRICAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1710-LER-RUBRICA THRU 1710-EXIT
           EXIT.

      *****************************************************************
      * 2000-VIA-INDIVIDUAL - POSICIONA NA CHAVE DA MATRICULA/         *
      *                       COMPETENCIA PEDIDA E IMPRIME O BLOCO DE  *
      *                       CADA PAGAMENTO DA MATRICULA NA           *
      *                       COMPETENCIA (OU SO DO TIPO PEDIDO)       *
      *****************************************************************
       2000-VIA-INDIVIDUAL.
           MOVE WS-EMPRESA-PEDIDA   TO HST-EMPRESA.
           MOVE WS-MATRICULA-PEDIDA TO HST-MATRICULA.
           MOVE WS-COMPETENCIA      TO HST-COMPETENCIA.
           MOVE LOW-VALUES          TO HST-TIPO-PAGAMENTO.
           START ARQ-HISTORICO KEY NOT < HST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-HISTORICO
           END-START.
           IF NOT FIM-HISTORICO
               PERFORM 2510-LER-HISTORICO THRU 2510-EXIT
           END-IF.
           PERFORM 2010-PAGAMENTO-INDIVIDUAL THRU 2010-EXIT
               UNTIL FIM-HISTORICO.
           IF WS-CONTADOR = ZEROS
               DISPLAY "MATRICULA " WS-MATRICULA-PEDIDA
                   " SEM HISTORICO NA COMPETENCIA "
                   WS-COMPETENCIA-EDICAO
               MOVE 16 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2010-PAGAMENTO-INDIVIDUAL.
           IF HST-EMPRESA NOT = WS-EMPRESA-PEDIDA
                   OR HST-MATRICULA NOT = WS-MATRICULA-PEDIDA
                   OR HST-COMPETENCIA NOT = WS-COMPETENCIA
               MOVE "S" TO WS-EOF-HISTORICO
               GO TO 2010-EXIT
           END-IF.
           IF TODOS-OS-TIPOS
                   OR HST-TIPO-PAGAMENTO = WS-TIPO-PEDIDO
               PERFORM 5900-IMPRIME-BLOCO THRU 5900-EXIT
           END-IF.
           PERFORM 2510-LER-HISTORICO THRU 2510-EXIT.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2500-VARRE-COMPETENCIA - VARRE O MESTRE DE HISTORICO INTEIRO   *
      *                          E IMPRIME O BLOCO DE CADA REGISTRO    *
      *                          DA COMPETENCIA PEDIDA (E DO TIPO DE   *
      *                          PAGAMENTO PEDIDO, QUANDO INFORMADO)   *
      *****************************************************************
       2500-VARRE-COMPETENCIA.
           IF HST-COMPETENCIA = WS-COMPETENCIA
                   AND (TODOS-OS-TIPOS
                        OR HST-TIPO-PAGAMENTO = WS-TIPO-PEDIDO)
               PERFORM 5900-IMPRIME-BLOCO THRU 5900-EXIT
           END-IF.
           PERFORM 2510-LER-HISTORICO THRU 2510-EXIT.
      *                      REGISTRO DE HISTORICO CORRENTE, NO MESMO  *
      *                      ESTILO DO CONTRACHEQUE ORIGINAL, COM A    *
      *                      MARCA DE ESTORNO QUANDO A COMPETENCIA     *
      *                      FOI ESTORNADA. O TITULO DO BLOCO, A       *
      *                      LINHA DE BASE E A LINHA DE ADIANTAMENTO   *
      *                      SEGUEM O TIPO DE PAGAMENTO DO REGISTRO    *
      *****************************************************************
       5900-IMPRIME-BLOCO.
           MOVE SPACES TO REG-CC-CAB.
           EVALUATE TRUE
               WHEN HST-PAGTO-FERIAS
                   MOVE "RECIBO DE FERIAS - 2A VIA" TO CC-TITULO
                   MOVE "FERIAS (DIAS DE GOZO)" TO WS-DESCRICAO-BASE
               WHEN HST-PAGTO-13-PARCELA-1
                   MOVE "RECIBO 13 SAL. - 2A VIA" TO CC-TITULO
                   MOVE "13 SALARIO - 1A PARCELA" TO WS-DESCRICAO-BASE
               WHEN HST-PAGTO-13-PARCELA-2
                   MOVE "RECIBO 13 SAL. - 2A VIA" TO CC-TITULO
                   MOVE "13 SALARIO INTEGRAL" TO WS-DESCRICAO-BASE
               WHEN HST-PAGTO-RESCISAO
                   MOVE "TERMO RESCISAO - 2A VIA" TO CC-TITULO
                   MOVE "SALDO DE SALARIO" TO WS-DESCRICAO-BASE
               WHEN OTHER
                   MOVE "CONTRACHEQUE - 2A VIA" TO CC-TITULO
                   MOVE "SALARIO BASE" TO WS-DESCRICAO-BASE
           END-EVALUATE.
           MOVE "EMPRESA " TO CC-EMPRESA-LIT.
           MOVE HST-EMPRESA TO CC-EMPRESA.
           MOVE "COMPETENCIA: " TO CC-COMP-LIT.
           WRITE REG-CC-LINHA.

           MOVE SPACES TO REG-CC-ITEM.
           MOVE WS-DESCRICAO-BASE TO CC-ITEM-DESCRICAO.
           MOVE "P" TO CC-ITEM-TIPO.
           MOVE HST-SALARIO-BASE TO CC-ITEM-VALOR.
           WRITE REG-CC-ITEM.

           IF HST-ADIANTAMENTO > ZEROS
               MOVE SPACES TO REG-CC-ITEM
               IF HST-PAGTO-13-PARCELA-2
                   MOVE "1A PARCELA DO 13 ADIANTADA"
                       TO CC-ITEM-DESCRICAO
               ELSE
                   MOVE "ADIANTAMENTO DESCONTADO" TO CC-ITEM-DESCRICAO
               END-IF
               MOVE "D" TO CC-ITEM-TIPO
               MOVE HST-ADIANTAMENTO TO CC-ITEM-VALOR
               WRITE REG-CC-ITEM
      *****************************************************************
      * 5910-ITEM-EVENTO - EMITE A LINHA DE UM EVENTO GUARDADO NO      *
      *                    HISTORICO, COM A DESCRICAO DA TABELA DE     *
      *                    CODIGOS. EVENTO INFORMATIVO (TIPO "I") NAO  *
      *                    SAIU NO CONTRACHEQUE E NAO SAI AQUI         *
      *****************************************************************
       5910-ITEM-EVENTO.
           IF HST-EVT-TIPO (WS-HST-IDX) = "I"
               GO TO 5910-EXIT
           END-IF.
           MOVE SPACES TO REG-CC-ITEM.
           MOVE HST-EVT-CODIGO (WS-HST-IDX) TO WS-DESC-GEN-CODIGO.
           MOVE WS-DESCRICAO-GENERICA TO CC-ITEM-DESCRICAO.
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
           MOVE "SEGVIA"              TO LOG-PROGRAMA.
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
