      *            (REJEICAO, CREDITO SEM RETORNO, RETORNO SEM        *
      *            REMESSA, VALOR DIVERGENTE) E SINALIZADA NO         *
      *            RETURN-CODE, PARA QUE UMA FOLHA PARCIALMENTE       *
      *            LIQUIDADA NUNCA FECHE EM SILENCIO. A COMPETENCIA   *
      *            DA REMESSA (AAAAMM) E INFORMADA NA LINHA DE        *
      *            COMANDO E CONFRONTADA COM O LOG DE EXECUCAO DO     *
      *            LOTE (ARQ-LOG-EXECUCAO) ANTES DA CONCILIACAO.      *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      * 2026-08-22 SFP    O RELATORIO DE CONCILIACAO GANHA NUMERACAO  *
      *                   E QUEBRA DE PAGINA, COMO OS DEMAIS           *
      *                   RELATORIOS DE 132 COLUNAS DO SISTEMA.        *
      * 2026-10-15 SFP    PASSA A EXIGIR A COMPETENCIA DA REMESSA      *
      *                   (AAAAMM) NA LINHA DE COMANDO E SO PROCESSA O *
      *                   RETORNO SE O LOG DO LOTE (ARQ-LOG-EXECUCAO)  *
      *                   TIVER UMA REMESSA CONCLUIDA COM SUCESSO PARA *
      *                   A COMPETENCIA E SE A DATA DE GERACAO DA      *
      *                   REMESSA LIDA CAIR NO PERIODO DA ULTIMA       *
      *                   EXECUCAO CONCLUIDA DO PROGRAMA QUE A GEROU   *
      *                   (IDENTIFICADO PELO LITERAL DO HEADER).       *
      *                   REGISTRA O INICIO E O FIM DE CADA EXECUCAO   *
      *                   NO LOG.                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-REPROCESSO ASSIGN TO "REPROC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-LOG-EXECUCAO ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 400 CHARACTERS.
       01  REG-REP                      PIC X(400).

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
      * TABELA DOS CREDITOS REMETIDOS, CARREGADA DE ARQ-CNAB-REMESSA   *
           05  WS-REPT-VALOR-TOTAL       PIC 9(13)V99.
           05  FILLER                    PIC X(378) VALUE SPACES.

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

      *****************************************************************
      * PARAMETRO DA LINHA DE COMANDO: COMPETENCIA (AAAAMM) DA REMESSA *
      * CUJO RETORNO ESTA SENDO PROCESSADO.                            *
      *****************************************************************
       01  WS-PARAMETRO-LINHA.
           05  WS-PARM-COMPETENCIA    PIC X(06).
           05  FILLER                 PIC X(14).

       01  WS-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-DET REDEFINES WS-COMPETENCIA.
           05  WS-COMPETENCIA-ANO    PIC 9(04).
           05  WS-COMPETENCIA-MES    PIC 9(02).
       01  WS-COMPETENCIA-EDICAO.
           05  WS-COMP-EDI-MES       PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-COMP-EDI-ANO       PIC 9(04).

      *****************************************************************
      * CONTROLE DE PRE-REQUISITOS, APURADO NO LOG DE EXECUCAO. CADA   *
      * PROGRAMA QUE GERA REMESSA E RECONHECIDO PELO LITERAL DO HEADER *
      * QUE GRAVA; PARA CADA UM GUARDA-SE A ULTIMA EXECUCAO CONCLUIDA  *
      * COM SUCESSO (REGISTRO DE FIM COM RETURN-CODE MENOR QUE 16) QUE *
      * GEROU REMESSA PARA A COMPETENCIA - A QUE PRODUZIU O ARQUIVO DE *
      * REMESSA VIGENTE. A DATA DE GERACAO DA REMESSA LIDA TEM DE CAIR *
      * ENTRE O INICIO E O FIM DESSA EXECUCAO.                         *
      *****************************************************************
       01  WS-TAB-REMESSAS-VALORES.
           05  FILLER   PIC X(38)
                   VALUE "REMESSA PAGAMENTO SALARIOS    CALCSAL ".
           05  FILLER   PIC X(38)
                   VALUE "REMESSA PAGAMENTO FERIAS      FERIAS  ".
           05  FILLER   PIC X(38)
                   VALUE "REMESSA PAGAMENTO RESCISAO    RESCISAO".
           05  FILLER   PIC X(38)
                   VALUE "REMESSA PAGAMENTO 13 SALARIO  CALC13  ".
           05  FILLER   PIC X(38)
                   VALUE "REMESSA ADIANTAMENTO SALARIAL ADIANTAM".
       01  WS-TAB-REMESSAS REDEFINES WS-TAB-REMESSAS-VALORES.
           05  WS-RPG-ENTRADA OCCURS 5 TIMES.
               10  WS-RPG-LITERAL        PIC X(30).
               10  WS-RPG-PROGRAMA       PIC X(08).
       01  WS-TAB-EXECUCOES-REMESSA.
           05  WS-RPG-EXECUCAO OCCURS 5 TIMES.
               10  WS-RPG-DATA-INICIO    PIC 9(08).
               10  WS-RPG-DATA-FIM       PIC 9(08).
       77  WS-QTD-PROGRAMAS-REMESSA PIC 9(01) VALUE 5.
       77  WS-RPG-IDX             PIC 9(01) VALUE ZEROS.
       77  WS-RPG-ACHADO          PIC 9(01) VALUE ZEROS.
       77  WS-RPG-CONCLUIDAS      PIC 9(05) VALUE ZEROS.
       01  WS-PRE-REQUISITOS.
           05  WS-PRQ-LITERAL-REMESSA PIC X(30) VALUE SPACES.
           05  WS-PRQ-DATA-REMESSA    PIC 9(08) VALUE ZEROS.
       77  WS-EOF-LOG             PIC X(01) VALUE "N".
           88  FIM-LOG                   VALUE "S".

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - CONTROLA O PROCESSAMENTO DO RETORNO BANCARIO   *
           DISPLAY "   PROCESSAMENTO DO RETORNO BANCARIO  ".
           DISPLAY "========================================".

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           PERFORM 0700-VERIFICA-PRE-REQUISITOS THRU 0700-EXIT.

           PERFORM 0800-REGISTRA-INICIO THRU 0800-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           PERFORM 2000-PROCESSA-RETORNO THRU 2000-EXIT

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT.

           STOP RUN.

      *****************************************************************
      * 0500-TRATA-PARAMETROS - LE E CRITICA A COMPETENCIA (AAAAMM) DA *
      *                         REMESSA INFORMADA NA LINHA DE COMANDO  *
      *****************************************************************
       0500-TRATA-PARAMETROS.
           ACCEPT WS-PARAMETRO-LINHA FROM COMMAND-LINE.
           IF WS-PARM-COMPETENCIA IS NOT NUMERIC
               DISPLAY "ERRO FATAL - INFORMAR A COMPETENCIA DA "
                   "REMESSA NA LINHA DE COMANDO (AAAAMM)"
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
           MOVE WS-COMPETENCIA-MES TO WS-COMP-EDI-MES.
           MOVE WS-COMPETENCIA-ANO TO WS-COMP-EDI-ANO.
           DISPLAY "COMPETENCIA DA REMESSA: " WS-COMPETENCIA-EDICAO.
       0500-EXIT.
           EXIT.

      *****************************************************************
      * 0700-VERIFICA-PRE-REQUISITOS - APURA NO LOG DE EXECUCAO, POR   *
      *                            PROGRAMA, A ULTIMA EXECUCAO         *
      *                            CONCLUIDA COM SUCESSO QUE GEROU     *
      *                            REMESSA PARA A COMPETENCIA; SEM     *
      *                            NENHUMA O RETORNO NAO E PROCESSADO  *
      *                            (O CONFRONTO COM O PROGRAMA DA      *
      *                            REMESSA LIDA E FEITO EM 1000)       *
      *****************************************************************
       0700-VERIFICA-PRE-REQUISITOS.
           OPEN INPUT ARQ-LOG-EXECUCAO.
           IF WS-STATUS-LOG NOT = "00" AND WS-STATUS-LOG NOT = "35"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR O LOG DE "
                   "EXECUCAO (ARQ-LOG-EXECUCAO), FILE STATUS "
                   WS-STATUS-LOG
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           INITIALIZE WS-TAB-EXECUCOES-REMESSA.
           IF WS-STATUS-LOG = "00"
               PERFORM 0710-LER-LOG THRU 0710-EXIT
                   UNTIL FIM-LOG
               CLOSE ARQ-LOG-EXECUCAO
           END-IF.
           IF WS-RPG-CONCLUIDAS = ZEROS
               DISPLAY "ERRO FATAL - NENHUMA REMESSA CONCLUIDA COM "
                   "SUCESSO PARA A COMPETENCIA " WS-COMPETENCIA-EDICAO
                   " - RETORNO NAO PROCESSADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       0700-EXIT.
           EXIT.

       0710-LER-LOG.
           READ ARQ-LOG-EXECUCAO
               AT END
                   MOVE "S" TO WS-EOF-LOG
                   GO TO 0710-EXIT
           END-READ.
           IF LOG-TIPO-REGISTRO NOT = "F"
                   OR LOG-REMESSA NOT = "S"
                   OR LOG-RETURN-CODE NOT < 16
                   OR LOG-COMPETENCIA NOT = WS-COMPETENCIA
               GO TO 0710-EXIT
           END-IF.
           MOVE ZEROS TO WS-RPG-ACHADO.
           PERFORM 0720-PROCURA-PROGRAMA THRU 0720-EXIT
               VARYING WS-RPG-IDX FROM 1 BY 1
               UNTIL WS-RPG-IDX > WS-QTD-PROGRAMAS-REMESSA
                  OR WS-RPG-ACHADO NOT = ZEROS.
           IF WS-RPG-ACHADO = ZEROS
               GO TO 0710-EXIT
           END-IF.
      *    O LOG E GRAVADO EM ORDEM CRONOLOGICA: A EXECUCAO LIDA POR
      *    ULTIMO E A QUE GEROU O ARQUIVO DE REMESSA EM VIGOR.
           MOVE LOG-DATA-INICIO TO WS-RPG-DATA-INICIO (WS-RPG-ACHADO).
           MOVE LOG-DATA-FIM    TO WS-RPG-DATA-FIM (WS-RPG-ACHADO).
           ADD 1 TO WS-RPG-CONCLUIDAS.
       0710-EXIT.
           EXIT.

       0720-PROCURA-PROGRAMA.
           IF WS-RPG-PROGRAMA (WS-RPG-IDX) = LOG-PROGRAMA
               MOVE WS-RPG-IDX TO WS-RPG-ACHADO
           END-IF.
       0720-EXIT.
           EXIT.

       0730-PROCURA-LITERAL.
           IF WS-RPG-LITERAL (WS-RPG-IDX) = WS-PRQ-LITERAL-REMESSA
               MOVE WS-RPG-IDX TO WS-RPG-ACHADO
           END-IF.
       0730-EXIT.
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
      * 1000-INICIALIZACAO - CARREGA A TABELA DE CREDITOS REMETIDOS,   *
      *                      ABRE O RETORNO E AS SAIDAS E FAZ A        *
                   "(ARQ-CNAB-REMESSA), FILE STATUS "
                   WS-STATUS-REMESSA
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1100-CARREGA-REMESSA THRU 1100-EXIT
               DISPLAY "ERRO FATAL - REMESSA SEM REGISTRO TRAILER - "
                   "ARQUIVO INCOMPLETO OU CORROMPIDO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
      *    A REMESSA LIDA TEM DE TER SIDO GERADA PELA ULTIMA EXECUCAO
      *    CONCLUIDA DO PROGRAMA QUE A EMITE (RECONHECIDO PELO LITERAL
      *    DO HEADER) PARA A COMPETENCIA - EVITA CONCILIAR O RETORNO
      *    CONTRA A REMESSA DE OUTRO MES OU DE OUTRO PROGRAMA.
           MOVE ZEROS TO WS-RPG-ACHADO.
           PERFORM 0730-PROCURA-LITERAL THRU 0730-EXIT
               VARYING WS-RPG-IDX FROM 1 BY 1
               UNTIL WS-RPG-IDX > WS-QTD-PROGRAMAS-REMESSA
                  OR WS-RPG-ACHADO NOT = ZEROS.
           IF WS-RPG-ACHADO = ZEROS
               DISPLAY "ERRO FATAL - HEADER DA REMESSA "
                   "(ARQ-CNAB-REMESSA) NAO IDENTIFICA O PROGRAMA "
                   "GERADOR: " WS-PRQ-LITERAL-REMESSA
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-RPG-DATA-FIM (WS-RPG-ACHADO) = ZEROS
               DISPLAY "ERRO FATAL - NENHUMA EXECUCAO DO "
                   WS-RPG-PROGRAMA (WS-RPG-ACHADO)
                   " CONCLUIDA COM SUCESSO PARA A COMPETENCIA "
                   WS-COMPETENCIA-EDICAO " - RETORNO NAO PROCESSADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           IF WS-PRQ-DATA-REMESSA < WS-RPG-DATA-INICIO (WS-RPG-ACHADO)
                   OR WS-PRQ-DATA-REMESSA >
                      WS-RPG-DATA-FIM (WS-RPG-ACHADO)
               DISPLAY "ERRO FATAL - REMESSA (ARQ-CNAB-REMESSA) "
                   "GERADA EM " WS-PRQ-DATA-REMESSA " NAO E A DA "
                   "ULTIMA EXECUCAO DO "
                   WS-RPG-PROGRAMA (WS-RPG-ACHADO)
                   " PARA A COMPETENCIA " WS-COMPETENCIA-EDICAO
                   " (EXECUTADO DE " WS-RPG-DATA-INICIO (WS-RPG-ACHADO)
                   " A " WS-RPG-DATA-FIM (WS-RPG-ACHADO) ")"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.

                   "(ARQ-CNAB-RETORNO), FILE STATUS "
                   WS-STATUS-RETORNO
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO-RET.

       1110-CLASSIFICA-REMESSA.
           EVALUATE REMD-TIPO-REGISTRO
               WHEN 0
                   IF WS-PRQ-DATA-REMESSA = ZEROS
                       MOVE REMH-DATA-GERACAO TO WS-PRQ-DATA-REMESSA
                       MOVE REMH-LITERAL TO WS-PRQ-LITERAL-REMESSA
                   END-IF
               WHEN 1
                   PERFORM 1120-GUARDA-REMETIDO THRU 1120-EXIT
               WHEN 9
               DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE CREDITOS "
                   "REMETIDOS (10500) EXCEDIDA - LOTE ABORTADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
       1120-EXIT.
           END-IF.
       9110-EXIT.
           EXIT.

      *****************************************************************
      * 9800-REGISTRA-FIM - GRAVA NO LOG DE EXECUCAO O REGISTRO DE FIM *
      *                     DO PROGRAMA, COM AS QUANTIDADES E O        *
      *                     RETURN-CODE. EXECUTADO NO ENCERRAMENTO     *
      *                     NORMAL E ANTES DE CADA ENCERRAMENTO POR    *
      *                     ERRO FATAL                                 *
      *****************************************************************
       9800-REGISTRA-FIM.
           COMPUTE WS-LOG-QTD-LIDOS = WS-QTD-CONFIRMADOS
                                    + WS-QTD-REJEITADOS
                                    + WS-QTD-DIVERGENTES
                                    + WS-QTD-SEM-REMESSA
                                    + WS-QTD-DUPLICADOS.
           MOVE WS-QTD-CONFIRMADOS    TO WS-LOG-QTD-GRAVADOS.
           COMPUTE WS-LOG-QTD-REJEITADOS = WS-LOG-QTD-LIDOS
                                         - WS-QTD-CONFIRMADOS.
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
           MOVE "CNABRET"             TO LOG-PROGRAMA.
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
