       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOPER.
       AUTHOR. SISTEMA DE FOLHA.
       INSTALLATION. DEPARTAMENTO DE PESSOAL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * PROGRAMA: RESUMO DIARIO DE OPERACOES DO LOTE DA FOLHA         *
      * DESCRICAO: LE O LOG DE EXECUCAO DO LOTE (ARQ-LOG-EXECUCAO),   *
      *            GRAVADO POR CADMOV, ADIANTAM, CALCSAL, CALC13,     *
      *            FERIAS, RESCISAO, CNABRET, SEGVIA E INFORME, E     *
      *            EMITE O RESUMO DAS EXECUCOES DO DIA PARA O VISTO   *
      *            DO FECHAMENTO: UMA LINHA POR EXECUCAO INICIADA NO  *
      *            DIA, NA ORDEM DO LOG (PROGRAMA, COMPETENCIA, MODO, *
      *            INICIO, FIM, QUANTIDADES, RETURN-CODE E SITUACAO), *
      *            OS TOTAIS POR SITUACAO, A ULTIMA EXECUCAO DE CADA  *
      *            PROGRAMA DA CADEIA ATE O DIA E O QUADRO DE VISTOS. *
      *                                                               *
      * SITUACAO DA EXECUCAO: RETURN-CODE 0 = CONCLUIDO; 4 OU 8 =     *
      * CONCLUIDO COM ADVERTENCIA; 16 OU MAIS = ENCERRADO COM ERRO;   *
      * REGISTRO DE INICIO SEM O DE FIM = INTERROMPIDO (OU AINDA EM   *
      * ANDAMENTO). A EXECUCAO COM ERRO OU SEM FIM SO E PENDENCIA SE  *
      * FOR A ULTIMA DO PROGRAMA NO DIA; SE O PROGRAMA FOI RODADO DE  *
      * NOVO DEPOIS, A LINHA SAI COMO REEXECUTADA. DIA COM PENDENCIA  *
      * NAO E LIBERADO PARA ASSINATURA E DEVOLVE RETURN-CODE 4.       *
      *                                                               *
      * SAIDA: RELATORIO DE 132 COLUNAS (ARQ-RELATORIO-OPE).          *
      *                                                               *
      * PARAMETRO DE LINHA DE COMANDO: DATA DO MOVIMENTO (AAAAMMDD),  *
      * OPCIONAL - SEM PARAMETRO, A DATA DO SISTEMA. EX.: 20261015    *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      * ---------- ------ ---------------------------------------    *
      * 2026-10-15 SFP    VERSAO ORIGINAL - SUBSTITUI A CONFERENCIA   *
      *                   DAS LISTAGENS DE CONSOLE NO FECHAMENTO DO   *
      *                   MES.                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOG-EXECUCAO ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT ARQ-RELATORIO-OPE ASSIGN TO "RELOPER"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *****************************************************************
      * ARQ-RELATORIO-OPE - RESUMO DIARIO DE OPERACOES (IMPRESSAO):    *
      * EXECUCOES DO DIA, TOTAIS POR SITUACAO, ULTIMA EXECUCAO POR     *
      * PROGRAMA E QUADRO DE VISTOS. REDEFINICOES DO MESMO REGISTRO DE *
      * 132 POSICOES.                                                  *
      *****************************************************************
       FD  ARQ-RELATORIO-OPE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-OPE-LINHA          PIC X(132).
       01  REG-OPE-CAB REDEFINES REG-OPE-LINHA.
           05  CAB-EMPRESA        PIC X(40).
           05  CAB-TITULO         PIC X(52).
           05  CAB-DATA-LIT       PIC X(20).
           05  CAB-DATA           PIC X(10).
           05  CAB-PAGINA-LIT     PIC X(06).
           05  CAB-PAGINA         PIC 9(04).
       01  REG-OPE-DETALHE REDEFINES REG-OPE-LINHA.
           05  FILLER             PIC X(02).
           05  DET-PROGRAMA       PIC X(08).
           05  FILLER             PIC X(02).
           05  DET-COMPETENCIA    PIC X(07).
           05  FILLER             PIC X(02).
           05  DET-MODO           PIC X(09).
           05  FILLER             PIC X(02).
           05  DET-INICIO         PIC X(08).
           05  FILLER             PIC X(02).
           05  DET-FIM            PIC X(08).
           05  FILLER             PIC X(02).
           05  DET-LIDOS          PIC ZZZZZZ9.
           05  FILLER             PIC X(02).
           05  DET-GRAVADOS       PIC ZZZZZZ9.
           05  FILLER             PIC X(02).
           05  DET-REJEITADOS     PIC ZZZZZZ9.
           05  FILLER             PIC X(02).
           05  DET-RETURN-CODE    PIC ZZ9.
           05  FILLER             PIC X(02).
           05  DET-SITUACAO       PIC X(20).
           05  FILLER             PIC X(02).
           05  DET-OBSERVACAO     PIC X(20).
           05  FILLER             PIC X(06).
       01  REG-OPE-ULTIMA REDEFINES REG-OPE-LINHA.
           05  FILLER             PIC X(02).
           05  ULT-PROGRAMA       PIC X(08).
           05  FILLER             PIC X(02).
           05  ULT-DATA           PIC X(10).
           05  FILLER             PIC X(02).
           05  ULT-COMPETENCIA    PIC X(07).
           05  FILLER             PIC X(02).
           05  ULT-MODO           PIC X(09).
           05  FILLER             PIC X(02).
           05  ULT-INICIO         PIC X(08).
           05  FILLER             PIC X(02).
           05  ULT-FIM            PIC X(08).
           05  FILLER             PIC X(02).
           05  ULT-RETURN-CODE    PIC ZZ9.
           05  FILLER             PIC X(02).
           05  ULT-SITUACAO       PIC X(20).
           05  FILLER             PIC X(43).
       01  REG-OPE-TOTAL REDEFINES REG-OPE-LINHA.
           05  FILLER             PIC X(02).
           05  TOT-LITERAL        PIC X(44).
           05  TOT-QUANTIDADE     PIC ZZ.ZZ9.
           05  FILLER             PIC X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * CABECALHOS DAS COLUNAS DAS DUAS LISTAS DO RELATORIO, ALINHADOS *
      * COM AS LINHAS DE DETALHE (REG-OPE-DETALHE E REG-OPE-ULTIMA).   *
      *****************************************************************
       01  WS-CABECALHO-EXECUCOES.
           05  FILLER   PIC X(10) VALUE "  PROGRAMA".
           05  FILLER   PIC X(09) VALUE "  COMPET.".
           05  FILLER   PIC X(11) VALUE "  MODO".
           05  FILLER   PIC X(10) VALUE "  INICIO".
           05  FILLER   PIC X(10) VALUE "  FIM".
           05  FILLER   PIC X(09) VALUE "    LIDOS".
           05  FILLER   PIC X(09) VALUE " GRAVADOS".
           05  FILLER   PIC X(09) VALUE "  REJEIT.".
           05  FILLER   PIC X(05) VALUE "   RC".
           05  FILLER   PIC X(22) VALUE "  SITUACAO".
           05  FILLER   PIC X(22) VALUE "  OBSERVACAO".
           05  FILLER   PIC X(06) VALUE SPACES.
       01  WS-CABECALHO-ULTIMAS.
           05  FILLER   PIC X(10) VALUE "  PROGRAMA".
           05  FILLER   PIC X(12) VALUE "  DATA".
           05  FILLER   PIC X(09) VALUE "  COMPET.".
           05  FILLER   PIC X(11) VALUE "  MODO".
           05  FILLER   PIC X(10) VALUE "  INICIO".
           05  FILLER   PIC X(10) VALUE "  FIM".
           05  FILLER   PIC X(05) VALUE "   RC".
           05  FILLER   PIC X(22) VALUE "  SITUACAO".
           05  FILLER   PIC X(43) VALUE SPACES.

      *****************************************************************
      * TITULOS DAS SECOES E QUADRO DE VISTOS DO FECHAMENTO.           *
      *****************************************************************
       01  WS-TITULO-EXECUCOES.
           05  FILLER   PIC X(40)
                   VALUE "  EXECUCOES INICIADAS NO DIA".
           05  FILLER   PIC X(92) VALUE SPACES.
       01  WS-TITULO-TOTAIS.
           05  FILLER   PIC X(40)
                   VALUE "  TOTAIS DO DIA POR SITUACAO".
           05  FILLER   PIC X(92) VALUE SPACES.
       01  WS-TITULO-ULTIMAS.
           05  FILLER   PIC X(40)
                   VALUE "  ULTIMA EXECUCAO POR PROGRAMA".
           05  FILLER   PIC X(92) VALUE SPACES.
       01  WS-LINHA-SEM-EXECUCOES.
           05  FILLER   PIC X(40)
                   VALUE "  NENHUMA EXECUCAO REGISTRADA NO DIA".
           05  FILLER   PIC X(92) VALUE SPACES.
       01  WS-LINHA-LIBERADO.
           05  FILLER   PIC X(40)
                   VALUE "  SITUACAO DO DIA: SEM PENDENCIAS - LIBE".
           05  FILLER   PIC X(40)
                   VALUE "RADO PARA ASSINATURA DO FECHAMENTO".
           05  FILLER   PIC X(52) VALUE SPACES.
       01  WS-LINHA-PENDENTE.
           05  FILLER   PIC X(40)
                   VALUE "  SITUACAO DO DIA: HA PENDENCIAS - REGUL".
           05  FILLER   PIC X(40)
                   VALUE "ARIZAR ANTES DA ASSINATURA DO FECHAMENTO".
           05  FILLER   PIC X(52) VALUE SPACES.
       01  WS-LINHA-VISTO-OPERACAO.
           05  FILLER   PIC X(28) VALUE "  VISTO DA OPERACAO:".
           05  FILLER   PIC X(36)
                   VALUE "______________________________".
           05  FILLER   PIC X(24) VALUE "DATA: ____/____/________".
           05  FILLER   PIC X(44) VALUE SPACES.
       01  WS-LINHA-VISTO-PESSOAL.
           05  FILLER   PIC X(28) VALUE "  VISTO DO DEPTO PESSOAL:".
           05  FILLER   PIC X(36)
                   VALUE "______________________________".
           05  FILLER   PIC X(24) VALUE "DATA: ____/____/________".
           05  FILLER   PIC X(44) VALUE SPACES.

       01  WS-TITULO-RESUMO.
           05  FILLER                PIC X(29)
                   VALUE "RESUMO DIARIO DE OPERACOES - ".
           05  WS-TITULO-DATA        PIC X(10).
           05  FILLER                PIC X(13) VALUE SPACES.

      *****************************************************************
      * PARAMETRO DA DATA DO MOVIMENTO (AAAAMMDD), INFORMADO NA LINHA  *
      * DE COMANDO; EM BRANCO, VALE A DATA DO SISTEMA.                 *
      *****************************************************************
       77  WS-PARAMETRO-DATA      PIC X(08) VALUE SPACES.
       01  WS-DATA-MOVIMENTO      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-MOVIMENTO-DET REDEFINES WS-DATA-MOVIMENTO.
           05  WS-MOV-ANO            PIC 9(04).
           05  WS-MOV-MES            PIC 9(02).
           05  WS-MOV-DIA            PIC 9(02).

      *****************************************************************
      * PROGRAMAS DA CADEIA DA FOLHA, NA ORDEM DO FLUXO DO MES, E A    *
      * ULTIMA EXECUCAO DE CADA UM ATE O DIA DO MOVIMENTO.             *
      *****************************************************************
       01  WS-TAB-PROGRAMAS-VALORES.
           05  FILLER   PIC X(40)
                   VALUE "CADMOV  ADIANTAMCALCSAL CALC13  FERIAS  ".
           05  FILLER   PIC X(32)
                   VALUE "RESCISAOCNABRET SEGVIA  INFORME ".
       01  WS-TAB-PROGRAMAS REDEFINES WS-TAB-PROGRAMAS-VALORES.
           05  WS-PRG-NOME           PIC X(08) OCCURS 9 TIMES.
       77  WS-QTD-PROGRAMAS       PIC 9(02) VALUE 9.
       77  WS-PRG-IDX             PIC 9(02) VALUE ZEROS.
       77  WS-PRG-ACHADO          PIC 9(02) VALUE ZEROS.

       01  WS-TAB-ULTIMAS.
           05  WS-ULT OCCURS 9 TIMES.
               10  WS-ULT-COMPETENCIA    PIC 9(06).
               10  WS-ULT-MODO           PIC X(01).
               10  WS-ULT-DATA-INICIO    PIC 9(08).
               10  WS-ULT-HORA-INICIO    PIC 9(06).
               10  WS-ULT-HORA-FIM       PIC 9(06).
               10  WS-ULT-RETURN-CODE    PIC 9(03).
               10  WS-ULT-FIM-LIDO       PIC X(01).

      *****************************************************************
      * EXECUCOES INICIADAS NO DIA, NA ORDEM DO LOG. O REGISTRO DE FIM *
      * E CASADO COM O DE INICIO PELO PROGRAMA E PELA HORA DE INICIO;  *
      * FIM SEM INICIO (ENCERRAMENTO ANTES DO REGISTRO DE INICIO) VIRA *
      * UMA EXECUCAO PROPRIA.                                          *
      *****************************************************************
       01  WS-TAB-EXECUCOES.
           05  WS-EXE OCCURS 500 TIMES.
               10  WS-EXE-PROGRAMA       PIC X(08).
               10  WS-EXE-COMPETENCIA    PIC 9(06).
               10  WS-EXE-MODO           PIC X(01).
               10  WS-EXE-HORA-INICIO    PIC 9(06).
               10  WS-EXE-HORA-FIM       PIC 9(06).
               10  WS-EXE-LIDOS          PIC 9(07).
               10  WS-EXE-GRAVADOS       PIC 9(07).
               10  WS-EXE-REJEITADOS     PIC 9(07).
               10  WS-EXE-RETURN-CODE    PIC 9(03).
               10  WS-EXE-FIM-LIDO       PIC X(01).
       77  WS-QTD-EXECUCOES       PIC 9(03) VALUE ZEROS.
       77  WS-EXE-IDX             PIC 9(03) VALUE ZEROS.
       77  WS-EXE-ACHADO          PIC 9(03) VALUE ZEROS.
       77  WS-EXE-SEGUINTE        PIC 9(03) VALUE ZEROS.
       77  WS-EXECUCAO-REPETIDA   PIC X(01) VALUE "N".
           88  EXECUCAO-REPETIDA         VALUE "S".

      *****************************************************************
      * MOMENTOS DE INICIO (AAAAMMDDHHMMSS) PARA ORDENAR AS EXECUCOES  *
      *****************************************************************
       77  WS-MOMENTO-LOG         PIC 9(14) VALUE ZEROS.
       77  WS-MOMENTO-ULTIMA      PIC 9(14) VALUE ZEROS.

      *****************************************************************
      * SITUACAO DE UMA EXECUCAO, APURADA PELO REGISTRO DE FIM E PELO  *
      * RETURN-CODE                                                    *
      *****************************************************************
       77  WS-SIT-FIM-LIDO        PIC X(01) VALUE "N".
       77  WS-SIT-RETURN-CODE     PIC 9(03) VALUE ZEROS.
       77  WS-SITUACAO-EXECUCAO   PIC X(01) VALUE SPACES.
           88  SITUACAO-CONCLUIDA        VALUE "C".
           88  SITUACAO-ADVERTENCIA      VALUE "A".
           88  SITUACAO-ERRO             VALUE "E".
           88  SITUACAO-SEM-FIM          VALUE "I".
       77  WS-SITUACAO-TEXTO      PIC X(20) VALUE SPACES.

       01  WS-TOTAIS-DIA.
           05  WS-TOT-EXECUCOES          PIC 9(05) VALUE ZEROS.
           05  WS-TOT-CONCLUIDAS         PIC 9(05) VALUE ZEROS.
           05  WS-TOT-ADVERTENCIA        PIC 9(05) VALUE ZEROS.
           05  WS-TOT-ERRO               PIC 9(05) VALUE ZEROS.
           05  WS-TOT-SEM-FIM            PIC 9(05) VALUE ZEROS.
           05  WS-TOT-REEXECUTADAS       PIC 9(05) VALUE ZEROS.
           05  WS-TOT-PENDENCIAS         PIC 9(05) VALUE ZEROS.

      *****************************************************************
      * EDICAO DE DATA, HORA, COMPETENCIA E MODO PARA A IMPRESSAO      *
      *****************************************************************
       01  WS-DATA-CALCULO        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CALCULO-DET REDEFINES WS-DATA-CALCULO.
           05  WS-DTC-ANO            PIC 9(04).
           05  WS-DTC-MES            PIC 9(02).
           05  WS-DTC-DIA            PIC 9(02).
       01  WS-DATA-EDICAO.
           05  WS-DTE-DIA            PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-DTE-MES            PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-DTE-ANO            PIC 9(04).

       01  WS-HORA-CALCULO        PIC 9(06) VALUE ZEROS.
       01  WS-HORA-CALCULO-DET REDEFINES WS-HORA-CALCULO.
           05  WS-HRC-HORA           PIC 9(02).
           05  WS-HRC-MINUTO         PIC 9(02).
           05  WS-HRC-SEGUNDO        PIC 9(02).
       01  WS-HORA-EDICAO.
           05  WS-HRE-HORA           PIC 9(02).
           05  FILLER                PIC X(01) VALUE ":".
           05  WS-HRE-MINUTO         PIC 9(02).
           05  FILLER                PIC X(01) VALUE ":".
           05  WS-HRE-SEGUNDO        PIC 9(02).

       01  WS-COMPETENCIA-CALCULO PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-CALC-DET REDEFINES WS-COMPETENCIA-CALCULO.
           05  WS-CPC-ANO            PIC 9(04).
           05  WS-CPC-MES            PIC 9(02).
       01  WS-COMPETENCIA-EDICAO.
           05  WS-CPE-MES            PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-CPE-ANO            PIC 9(04).
       01  WS-ANO-EDICAO.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-ANE-ANO            PIC 9(04).
       77  WS-COMPETENCIA-TEXTO   PIC X(07) VALUE SPACES.

       77  WS-MODO-CALCULO        PIC X(01) VALUE SPACES.
       77  WS-MODO-TEXTO          PIC X(09) VALUE SPACES.

      *****************************************************************
      * CONTROLE DE PAGINA DO RELATORIO. A SECAO EM CURSO DEFINE O     *
      * CABECALHO DE COLUNAS REPETIDO NA PAGINA NOVA (E = EXECUCOES DO *
      * DIA, U = ULTIMA EXECUCAO POR PROGRAMA, T = TOTAIS E VISTOS).   *
      *****************************************************************
       77  WS-SECAO-RELATORIO     PIC X(01) VALUE "E".
           88  SECAO-EXECUCOES           VALUE "E".
           88  SECAO-ULTIMAS             VALUE "U".
       77  WS-NUMERO-PAGINA       PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WS-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
       77  WS-LINHAS-NECESSARIAS  PIC 9(02) VALUE ZEROS.

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

       77  WS-CONTADOR-LIDOS      PIC 9(07) VALUE ZEROS.

       77  WS-EOF-LOG             PIC X(01) VALUE "N".
           88  FIM-LOG                   VALUE "S".

       77  WS-STATUS-LOG          PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - CONTROLA A EMISSAO DO RESUMO DIARIO            *
      *****************************************************************
       0000-MAINLINE.
           DISPLAY "========================================".
           DISPLAY "   RESUMO DIARIO DE OPERACOES         ".
           DISPLAY "========================================".

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           PERFORM 2000-PROCESSA-LOG THRU 2000-EXIT
               UNTIL FIM-LOG.

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           STOP RUN.

      *****************************************************************
      * 0500-TRATA-PARAMETROS - LE E CRITICA A DATA DO MOVIMENTO; SEM  *
      *                         PARAMETRO, USA A DATA DO SISTEMA       *
      *****************************************************************
       0500-TRATA-PARAMETROS.
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           ACCEPT WS-PARAMETRO-DATA FROM COMMAND-LINE.
           IF WS-PARAMETRO-DATA = SPACES
               MOVE WS-DATA-SISTEMA TO WS-DATA-MOVIMENTO
           ELSE
               IF WS-PARAMETRO-DATA IS NOT NUMERIC
                   DISPLAY "ERRO FATAL - DATA DO MOVIMENTO INVALIDA: "
                       WS-PARAMETRO-DATA " (INFORMAR AAAAMMDD OU "
                       "DEIXAR EM BRANCO PARA A DATA DO SISTEMA)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARAMETRO-DATA TO WS-DATA-MOVIMENTO
           END-IF.
           IF WS-MOV-MES < 01 OR WS-MOV-MES > 12
                   OR WS-MOV-DIA < 01 OR WS-MOV-DIA > 31
                   OR WS-MOV-ANO = ZEROS
               DISPLAY "ERRO FATAL - DATA DO MOVIMENTO INVALIDA: "
                   WS-DATA-MOVIMENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-CALCULO.
           PERFORM 8400-EDITA-DATA THRU 8400-EXIT.
           MOVE WS-DATA-EDICAO TO WS-TITULO-DATA.
           DISPLAY "DATA DO MOVIMENTO: " WS-DATA-EDICAO.
       0500-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - ABRE O LOG E O RELATORIO E FAZ A LEITURA  *
      *                      ANTECIPADA DO LOG. SEM LOG, NENHUM        *
      *                      PROGRAMA DA CADEIA RODOU AINDA: O RESUMO  *
      *                      SAI SEM EXECUCOES                         *
      *****************************************************************
       1000-INICIALIZACAO.
           INITIALIZE WS-TAB-ULTIMAS.
           OPEN INPUT ARQ-LOG-EXECUCAO.
           IF WS-STATUS-LOG = "35"
               DISPLAY "LOG DE EXECUCAO (ARQ-LOG-EXECUCAO) AINDA NAO "
                   "CRIADO - NENHUMA EXECUCAO REGISTRADA"
               MOVE "S" TO WS-EOF-LOG
           ELSE
               IF WS-STATUS-LOG NOT = "00"
                   DISPLAY "ERRO FATAL - FALHA AO ABRIR O LOG DE "
                       "EXECUCAO (ARQ-LOG-EXECUCAO), FILE STATUS "
                       WS-STATUS-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-LER-LOG THRU 2100-EXIT
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO-OPE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-CAPTURA-DATA-SISTEMA - CAPTURA A DATA DO SISTEMA UMA UNICA*
      *                             VEZ, PARA O CABECALHO E PARA A     *
      *                             DATA DO MOVIMENTO SEM PARAMETRO    *
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
      *                          O CABECALHO DE COLUNAS DA SECAO EM    *
      *                          CURSO                                 *
      *****************************************************************
       1100-IMPRIME-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.
           MOVE SPACES TO REG-OPE-CAB.
           MOVE "FOLHA DE PAGAMENTO" TO CAB-EMPRESA.
           MOVE WS-TITULO-RESUMO TO CAB-TITULO.
           MOVE "DATA DE EMISSAO:" TO CAB-DATA-LIT.
           MOVE WS-DATA-SISTEMA-EDICAO TO CAB-DATA.
           MOVE "PAG.: " TO CAB-PAGINA-LIT.
           MOVE WS-NUMERO-PAGINA TO CAB-PAGINA.
           WRITE REG-OPE-CAB.

           MOVE SPACES TO REG-OPE-LINHA.
           WRITE REG-OPE-LINHA.
           ADD 2 TO WS-LINHAS-PAGINA.

           IF SECAO-EXECUCOES
               WRITE REG-OPE-LINHA FROM WS-CABECALHO-EXECUCOES
               MOVE SPACES TO REG-OPE-LINHA
               WRITE REG-OPE-LINHA
               ADD 2 TO WS-LINHAS-PAGINA
           END-IF.
           IF SECAO-ULTIMAS
               WRITE REG-OPE-LINHA FROM WS-CABECALHO-ULTIMAS
               MOVE SPACES TO REG-OPE-LINHA
               WRITE REG-OPE-LINHA
               ADD 2 TO WS-LINHAS-PAGINA
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1150-VERIFICA-PAGINA - ABRE PAGINA NOVA QUANDO NAO CABEM MAIS  *
      *                        WS-LINHAS-NECESSARIAS LINHAS NA PAGINA  *
      *                        EM CURSO                                *
      *****************************************************************
       1150-VERIFICA-PAGINA.
           IF WS-LINHAS-PAGINA + WS-LINHAS-NECESSARIAS
                   > WS-MAX-LINHAS-PAGINA
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-LOG - APROVEITA UM REGISTRO DO LOG: ATUALIZA A   *
      *                     ULTIMA EXECUCAO DO PROGRAMA E, SE A        *
      *                     EXECUCAO COMECOU NO DIA DO MOVIMENTO, A    *
      *                     LISTA DO DIA. EXECUCOES INICIADAS DEPOIS   *
      *                     DO DIA DO MOVIMENTO SAO DESPREZADAS        *
      *****************************************************************
       2000-PROCESSA-LOG.
           IF LOG-DATA-INICIO > WS-DATA-MOVIMENTO
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2200-ATUALIZA-ULTIMA THRU 2200-EXIT.
           IF LOG-DATA-INICIO = WS-DATA-MOVIMENTO
               PERFORM 2300-ATUALIZA-DIA THRU 2300-EXIT
           END-IF.
       2000-LER-PROXIMO.
           PERFORM 2100-LER-LOG THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LER-LOG.
           READ ARQ-LOG-EXECUCAO
               AT END
                   MOVE "S" TO WS-EOF-LOG
               NOT AT END
                   ADD 1 TO WS-CONTADOR-LIDOS
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ATUALIZA-ULTIMA - GUARDA O REGISTRO COMO ULTIMA EXECUCAO  *
      *                        DO PROGRAMA QUANDO ELE NAO E ANTERIOR A *
      *                        ULTIMA JA GUARDADA (O FIM DE UMA        *
      *                        EXECUCAO TRAZ O MESMO INICIO DO SEU     *
      *                        REGISTRO DE INICIO). PROGRAMA FORA DA   *
      *                        CADEIA E DESPREZADO                     *
      *****************************************************************
       2200-ATUALIZA-ULTIMA.
           MOVE ZEROS TO WS-PRG-ACHADO.
           PERFORM 2210-PROCURA-PROGRAMA THRU 2210-EXIT
               VARYING WS-PRG-IDX FROM 1 BY 1
               UNTIL WS-PRG-IDX > WS-QTD-PROGRAMAS
                  OR WS-PRG-ACHADO NOT = ZEROS.
           IF WS-PRG-ACHADO = ZEROS
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-MOMENTO-LOG =
               (LOG-DATA-INICIO * 1000000) + LOG-HORA-INICIO.
           COMPUTE WS-MOMENTO-ULTIMA =
               (WS-ULT-DATA-INICIO (WS-PRG-ACHADO) * 1000000)
               + WS-ULT-HORA-INICIO (WS-PRG-ACHADO).
           IF WS-MOMENTO-LOG < WS-MOMENTO-ULTIMA
               GO TO 2200-EXIT
           END-IF.
           MOVE LOG-COMPETENCIA TO WS-ULT-COMPETENCIA (WS-PRG-ACHADO).
           MOVE LOG-MODO        TO WS-ULT-MODO (WS-PRG-ACHADO).
           MOVE LOG-DATA-INICIO TO WS-ULT-DATA-INICIO (WS-PRG-ACHADO).
           MOVE LOG-HORA-INICIO TO WS-ULT-HORA-INICIO (WS-PRG-ACHADO).
           IF LOG-TIPO-REGISTRO = "F"
               MOVE LOG-HORA-FIM TO WS-ULT-HORA-FIM (WS-PRG-ACHADO)
               MOVE LOG-RETURN-CODE TO
                   WS-ULT-RETURN-CODE (WS-PRG-ACHADO)
               MOVE "S" TO WS-ULT-FIM-LIDO (WS-PRG-ACHADO)
           ELSE
               MOVE ZEROS TO WS-ULT-HORA-FIM (WS-PRG-ACHADO)
               MOVE ZEROS TO WS-ULT-RETURN-CODE (WS-PRG-ACHADO)
               MOVE "N" TO WS-ULT-FIM-LIDO (WS-PRG-ACHADO)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-PROCURA-PROGRAMA.
           IF WS-PRG-NOME (WS-PRG-IDX) = LOG-PROGRAMA
               MOVE WS-PRG-IDX TO WS-PRG-ACHADO
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-ATUALIZA-DIA - O REGISTRO DE INICIO ABRE UMA EXECUCAO NA  *
      *                     LISTA DO DIA; O DE FIM COMPLETA A EXECUCAO *
      *                     DE MESMO PROGRAMA E HORA DE INICIO, OU     *
      *                     ABRE UMA EXECUCAO PROPRIA SE NAO HOUVER    *
      *****************************************************************
       2300-ATUALIZA-DIA.
           MOVE ZEROS TO WS-EXE-ACHADO.
           IF LOG-TIPO-REGISTRO = "F" AND WS-QTD-EXECUCOES > ZEROS
               PERFORM 2310-PROCURA-EXECUCAO THRU 2310-EXIT
                   VARYING WS-EXE-IDX FROM WS-QTD-EXECUCOES BY -1
                   UNTIL WS-EXE-IDX = ZEROS
                      OR WS-EXE-ACHADO NOT = ZEROS
           END-IF.
           IF WS-EXE-ACHADO = ZEROS
               PERFORM 2320-INCLUI-EXECUCAO THRU 2320-EXIT
           END-IF.
           IF LOG-TIPO-REGISTRO = "F"
               MOVE LOG-HORA-FIM    TO WS-EXE-HORA-FIM (WS-EXE-ACHADO)
               MOVE LOG-QTD-LIDOS   TO WS-EXE-LIDOS (WS-EXE-ACHADO)
               MOVE LOG-QTD-GRAVADOS TO
                   WS-EXE-GRAVADOS (WS-EXE-ACHADO)
               MOVE LOG-QTD-REJEITADOS TO
                   WS-EXE-REJEITADOS (WS-EXE-ACHADO)
               MOVE LOG-RETURN-CODE TO
                   WS-EXE-RETURN-CODE (WS-EXE-ACHADO)
               MOVE "S" TO WS-EXE-FIM-LIDO (WS-EXE-ACHADO)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-PROCURA-EXECUCAO.
           IF WS-EXE-PROGRAMA (WS-EXE-IDX) = LOG-PROGRAMA
                   AND WS-EXE-HORA-INICIO (WS-EXE-IDX) = LOG-HORA-INICIO
                   AND WS-EXE-FIM-LIDO (WS-EXE-IDX) = "N"
               MOVE WS-EXE-IDX TO WS-EXE-ACHADO
           END-IF.
       2310-EXIT.
           EXIT.

       2320-INCLUI-EXECUCAO.
           IF WS-QTD-EXECUCOES NOT < 500
               DISPLAY "ERRO FATAL - CAPACIDADE DA TABELA DE "
                   "EXECUCOES DO DIA (500) EXCEDIDA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-EXECUCOES.
           MOVE WS-QTD-EXECUCOES TO WS-EXE-ACHADO.
           MOVE LOG-PROGRAMA    TO WS-EXE-PROGRAMA (WS-EXE-ACHADO).
           MOVE LOG-COMPETENCIA TO WS-EXE-COMPETENCIA (WS-EXE-ACHADO).
           MOVE LOG-MODO        TO WS-EXE-MODO (WS-EXE-ACHADO).
           MOVE LOG-HORA-INICIO TO WS-EXE-HORA-INICIO (WS-EXE-ACHADO).
           MOVE ZEROS TO WS-EXE-HORA-FIM (WS-EXE-ACHADO).
           MOVE ZEROS TO WS-EXE-LIDOS (WS-EXE-ACHADO).
           MOVE ZEROS TO WS-EXE-GRAVADOS (WS-EXE-ACHADO).
           MOVE ZEROS TO WS-EXE-REJEITADOS (WS-EXE-ACHADO).
           MOVE ZEROS TO WS-EXE-RETURN-CODE (WS-EXE-ACHADO).
           MOVE "N"   TO WS-EXE-FIM-LIDO (WS-EXE-ACHADO).
       2320-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-EXECUCOES - IMPRIME A LISTA DAS EXECUCOES DO DIA  *
      *****************************************************************
       3000-IMPRIME-EXECUCOES.
           MOVE "E" TO WS-SECAO-RELATORIO.
           PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
           IF WS-QTD-EXECUCOES = ZEROS
               WRITE REG-OPE-LINHA FROM WS-LINHA-SEM-EXECUCOES
               ADD 1 TO WS-LINHAS-PAGINA
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-IMPRIME-EXECUCAO THRU 3100-EXIT
               VARYING WS-EXE-IDX FROM 1 BY 1
               UNTIL WS-EXE-IDX > WS-QTD-EXECUCOES.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-IMPRIME-EXECUCAO - IMPRIME UMA EXECUCAO, CONTA A SITUACAO *
      *                         E MARCA A PENDENCIA: EXECUCAO COM ERRO *
      *                         OU SEM FIM QUE NAO FOI REPETIDA DEPOIS *
      *                         NO MESMO DIA                           *
      *****************************************************************
       3100-IMPRIME-EXECUCAO.
           MOVE 1 TO WS-LINHAS-NECESSARIAS.
           PERFORM 1150-VERIFICA-PAGINA THRU 1150-EXIT.
           MOVE SPACES TO REG-OPE-DETALHE.
           MOVE WS-EXE-PROGRAMA (WS-EXE-IDX) TO DET-PROGRAMA.
           MOVE WS-EXE-COMPETENCIA (WS-EXE-IDX)
               TO WS-COMPETENCIA-CALCULO.
           PERFORM 8600-EDITA-COMPETENCIA THRU 8600-EXIT.
           MOVE WS-COMPETENCIA-TEXTO TO DET-COMPETENCIA.
           MOVE WS-EXE-MODO (WS-EXE-IDX) TO WS-MODO-CALCULO.
           PERFORM 8700-EDITA-MODO THRU 8700-EXIT.
           MOVE WS-MODO-TEXTO TO DET-MODO.
           MOVE WS-EXE-HORA-INICIO (WS-EXE-IDX) TO WS-HORA-CALCULO.
           PERFORM 8500-EDITA-HORA THRU 8500-EXIT.
           MOVE WS-HORA-EDICAO TO DET-INICIO.
           MOVE WS-EXE-FIM-LIDO (WS-EXE-IDX) TO WS-SIT-FIM-LIDO.
           MOVE WS-EXE-RETURN-CODE (WS-EXE-IDX) TO WS-SIT-RETURN-CODE.
           PERFORM 8800-DEFINE-SITUACAO THRU 8800-EXIT.
           IF SITUACAO-SEM-FIM
               MOVE "--:--:--" TO DET-FIM
           ELSE
               MOVE WS-EXE-HORA-FIM (WS-EXE-IDX) TO WS-HORA-CALCULO
               PERFORM 8500-EDITA-HORA THRU 8500-EXIT
               MOVE WS-HORA-EDICAO TO DET-FIM
               MOVE WS-EXE-LIDOS (WS-EXE-IDX)       TO DET-LIDOS
               MOVE WS-EXE-GRAVADOS (WS-EXE-IDX)    TO DET-GRAVADOS
               MOVE WS-EXE-REJEITADOS (WS-EXE-IDX)  TO DET-REJEITADOS
               MOVE WS-EXE-RETURN-CODE (WS-EXE-IDX) TO DET-RETURN-CODE
           END-IF.
           MOVE WS-SITUACAO-TEXTO TO DET-SITUACAO.

           ADD 1 TO WS-TOT-EXECUCOES.
           EVALUATE TRUE
               WHEN SITUACAO-CONCLUIDA
                   ADD 1 TO WS-TOT-CONCLUIDAS
               WHEN SITUACAO-ADVERTENCIA
                   ADD 1 TO WS-TOT-ADVERTENCIA
               WHEN SITUACAO-ERRO
                   ADD 1 TO WS-TOT-ERRO
               WHEN OTHER
                   ADD 1 TO WS-TOT-SEM-FIM
           END-EVALUATE.

           IF SITUACAO-ERRO OR SITUACAO-SEM-FIM
               MOVE "N" TO WS-EXECUCAO-REPETIDA
               COMPUTE WS-EXE-SEGUINTE = WS-EXE-IDX + 1
               PERFORM 3150-PROCURA-REPETICAO THRU 3150-EXIT
                   VARYING WS-EXE-SEGUINTE FROM WS-EXE-SEGUINTE BY 1
                   UNTIL WS-EXE-SEGUINTE > WS-QTD-EXECUCOES
                      OR EXECUCAO-REPETIDA
               IF EXECUCAO-REPETIDA
                   MOVE "REEXECUTADO DEPOIS" TO DET-OBSERVACAO
                   ADD 1 TO WS-TOT-REEXECUTADAS
               ELSE
                   MOVE "*** PENDENTE ***" TO DET-OBSERVACAO
                   ADD 1 TO WS-TOT-PENDENCIAS
               END-IF
           END-IF.
           WRITE REG-OPE-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.
       3100-EXIT.
           EXIT.

       3150-PROCURA-REPETICAO.
           IF WS-EXE-PROGRAMA (WS-EXE-SEGUINTE) =
                   WS-EXE-PROGRAMA (WS-EXE-IDX)
               MOVE "S" TO WS-EXECUCAO-REPETIDA
           END-IF.
       3150-EXIT.
           EXIT.

      *****************************************************************
      * 4000-IMPRIME-TOTAIS - IMPRIME OS TOTAIS DO DIA POR SITUACAO    *
      *****************************************************************
       4000-IMPRIME-TOTAIS.
           MOVE "T" TO WS-SECAO-RELATORIO.
           MOVE 11 TO WS-LINHAS-NECESSARIAS.
           PERFORM 1150-VERIFICA-PAGINA THRU 1150-EXIT.
           MOVE SPACES TO REG-OPE-LINHA.
           WRITE REG-OPE-LINHA.
           WRITE REG-OPE-LINHA FROM WS-TITULO-TOTAIS.
           MOVE SPACES TO REG-OPE-LINHA.
           WRITE REG-OPE-LINHA.
           ADD 3 TO WS-LINHAS-PAGINA.

           MOVE "EXECUCOES INICIADAS NO DIA" TO TOT-LITERAL.
           MOVE WS-TOT-EXECUCOES TO TOT-QUANTIDADE.
           PERFORM 4100-IMPRIME-TOTAL THRU 4100-EXIT.
           MOVE "CONCLUIDAS" TO TOT-LITERAL.
           MOVE WS-TOT-CONCLUIDAS TO TOT-QUANTIDADE.
           PERFORM 4100-IMPRIME-TOTAL THRU 4100-EXIT.
           MOVE "CONCLUIDAS COM ADVERTENCIA (RC 4/8)" TO TOT-LITERAL.
           MOVE WS-TOT-ADVERTENCIA TO TOT-QUANTIDADE.
           PERFORM 4100-IMPRIME-TOTAL THRU 4100-EXIT.
           MOVE "ENCERRADAS COM ERRO (RC 16 OU MAIS)" TO TOT-LITERAL.
           MOVE WS-TOT-ERRO TO TOT-QUANTIDADE.
           PERFORM 4100-IMPRIME-TOTAL THRU 4100-EXIT.
           MOVE "SEM REGISTRO DE FIM (INTERROMPIDAS)" TO TOT-LITERAL.
           MOVE WS-TOT-SEM-FIM TO TOT-QUANTIDADE.
           PERFORM 4100-IMPRIME-TOTAL THRU 4100-EXIT.
           MOVE "COM ERRO OU SEM FIM, REEXECUTADAS DEPOIS"
               TO TOT-LITERAL.
           MOVE WS-TOT-REEXECUTADAS TO TOT-QUANTIDADE.
           PERFORM 4100-IMPRIME-TOTAL THRU 4100-EXIT.
           MOVE "PENDENCIAS" TO TOT-LITERAL.
           MOVE WS-TOT-PENDENCIAS TO TOT-QUANTIDADE.
           PERFORM 4100-IMPRIME-TOTAL THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-IMPRIME-TOTAL.
           WRITE REG-OPE-TOTAL.
           ADD 1 TO WS-LINHAS-PAGINA.
           MOVE SPACES TO REG-OPE-TOTAL.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-IMPRIME-ULTIMAS - IMPRIME A ULTIMA EXECUCAO DE CADA       *
      *                        PROGRAMA DA CADEIA ATE O DIA, NA ORDEM  *
      *                        DO FLUXO DO MES                         *
      *****************************************************************
       5000-IMPRIME-ULTIMAS.
           MOVE "U" TO WS-SECAO-RELATORIO.
           MOVE 15 TO WS-LINHAS-NECESSARIAS.
           IF WS-LINHAS-PAGINA + WS-LINHAS-NECESSARIAS
                   > WS-MAX-LINHAS-PAGINA
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           ELSE
               MOVE SPACES TO REG-OPE-LINHA
               WRITE REG-OPE-LINHA
               WRITE REG-OPE-LINHA FROM WS-TITULO-ULTIMAS
               MOVE SPACES TO REG-OPE-LINHA
               WRITE REG-OPE-LINHA
               WRITE REG-OPE-LINHA FROM WS-CABECALHO-ULTIMAS
               MOVE SPACES TO REG-OPE-LINHA
               WRITE REG-OPE-LINHA
               ADD 5 TO WS-LINHAS-PAGINA
           END-IF.
           PERFORM 5100-IMPRIME-ULTIMA THRU 5100-EXIT
               VARYING WS-PRG-IDX FROM 1 BY 1
               UNTIL WS-PRG-IDX > WS-QTD-PROGRAMAS.
       5000-EXIT.
           EXIT.

       5100-IMPRIME-ULTIMA.
           MOVE SPACES TO REG-OPE-ULTIMA.
           MOVE WS-PRG-NOME (WS-PRG-IDX) TO ULT-PROGRAMA.
           IF WS-ULT-DATA-INICIO (WS-PRG-IDX) = ZEROS
               MOVE "SEM EXECUCAO NO LOG" TO ULT-SITUACAO
               GO TO 5100-GRAVA
           END-IF.
           MOVE WS-ULT-DATA-INICIO (WS-PRG-IDX) TO WS-DATA-CALCULO.
           PERFORM 8400-EDITA-DATA THRU 8400-EXIT.
           MOVE WS-DATA-EDICAO TO ULT-DATA.
           MOVE WS-ULT-COMPETENCIA (WS-PRG-IDX)
               TO WS-COMPETENCIA-CALCULO.
           PERFORM 8600-EDITA-COMPETENCIA THRU 8600-EXIT.
           MOVE WS-COMPETENCIA-TEXTO TO ULT-COMPETENCIA.
           MOVE WS-ULT-MODO (WS-PRG-IDX) TO WS-MODO-CALCULO.
           PERFORM 8700-EDITA-MODO THRU 8700-EXIT.
           MOVE WS-MODO-TEXTO TO ULT-MODO.
           MOVE WS-ULT-HORA-INICIO (WS-PRG-IDX) TO WS-HORA-CALCULO.
           PERFORM 8500-EDITA-HORA THRU 8500-EXIT.
           MOVE WS-HORA-EDICAO TO ULT-INICIO.
           MOVE WS-ULT-FIM-LIDO (WS-PRG-IDX) TO WS-SIT-FIM-LIDO.
           MOVE WS-ULT-RETURN-CODE (WS-PRG-IDX) TO WS-SIT-RETURN-CODE.
           PERFORM 8800-DEFINE-SITUACAO THRU 8800-EXIT.
           IF SITUACAO-SEM-FIM
               MOVE "--:--:--" TO ULT-FIM
           ELSE
               MOVE WS-ULT-HORA-FIM (WS-PRG-IDX) TO WS-HORA-CALCULO
               PERFORM 8500-EDITA-HORA THRU 8500-EXIT
               MOVE WS-HORA-EDICAO TO ULT-FIM
               MOVE WS-ULT-RETURN-CODE (WS-PRG-IDX) TO ULT-RETURN-CODE
           END-IF.
           MOVE WS-SITUACAO-TEXTO TO ULT-SITUACAO.
       5100-GRAVA.
           WRITE REG-OPE-ULTIMA.
           ADD 1 TO WS-LINHAS-PAGINA.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-IMPRIME-VISTOS - IMPRIME A SITUACAO DO DIA E O QUADRO DE  *
      *                       VISTOS DA OPERACAO E DO DEPARTAMENTO DE  *
      *                       PESSOAL PARA O FECHAMENTO                *
      *****************************************************************
       6000-IMPRIME-VISTOS.
           MOVE "T" TO WS-SECAO-RELATORIO.
           MOVE 9 TO WS-LINHAS-NECESSARIAS.
           PERFORM 1150-VERIFICA-PAGINA THRU 1150-EXIT.
           MOVE SPACES TO REG-OPE-LINHA.
           WRITE REG-OPE-LINHA.
           WRITE REG-OPE-LINHA.
           IF WS-TOT-PENDENCIAS = ZEROS
               WRITE REG-OPE-LINHA FROM WS-LINHA-LIBERADO
           ELSE
               WRITE REG-OPE-LINHA FROM WS-LINHA-PENDENTE
           END-IF.
           MOVE SPACES TO REG-OPE-LINHA.
           WRITE REG-OPE-LINHA.
           WRITE REG-OPE-LINHA.
           WRITE REG-OPE-LINHA FROM WS-LINHA-VISTO-OPERACAO.
           MOVE SPACES TO REG-OPE-LINHA.
           WRITE REG-OPE-LINHA.
           WRITE REG-OPE-LINHA.
           WRITE REG-OPE-LINHA FROM WS-LINHA-VISTO-PESSOAL.
           ADD 9 TO WS-LINHAS-PAGINA.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 8400-EDITA-DATA - EDITA WS-DATA-CALCULO (AAAAMMDD) COMO        *
      *                   DD/MM/AAAA EM WS-DATA-EDICAO                 *
      *****************************************************************
       8400-EDITA-DATA.
           MOVE WS-DTC-DIA TO WS-DTE-DIA.
           MOVE WS-DTC-MES TO WS-DTE-MES.
           MOVE WS-DTC-ANO TO WS-DTE-ANO.
       8400-EXIT.
           EXIT.

      *****************************************************************
      * 8500-EDITA-HORA - EDITA WS-HORA-CALCULO (HHMMSS) COMO HH:MM:SS *
      *                   EM WS-HORA-EDICAO                            *
      *****************************************************************
       8500-EDITA-HORA.
           MOVE WS-HRC-HORA    TO WS-HRE-HORA.
           MOVE WS-HRC-MINUTO  TO WS-HRE-MINUTO.
           MOVE WS-HRC-SEGUNDO TO WS-HRE-SEGUNDO.
       8500-EXIT.
           EXIT.

      *****************************************************************
      * 8600-EDITA-COMPETENCIA - EDITA WS-COMPETENCIA-CALCULO (AAAAMM) *
      *                          COMO MM/AAAA; SO O ANO QUANDO O MES E *
      *                          ZERO (EXECUCAO ANUAL, COMO O INFORME) *
      *                          E EM BRANCO QUANDO NAO HA COMPETENCIA *
      *****************************************************************
       8600-EDITA-COMPETENCIA.
           MOVE SPACES TO WS-COMPETENCIA-TEXTO.
           IF WS-COMPETENCIA-CALCULO = ZEROS
               GO TO 8600-EXIT
           END-IF.
           IF WS-CPC-MES = ZEROS
               MOVE WS-CPC-ANO TO WS-ANE-ANO
               MOVE WS-ANO-EDICAO TO WS-COMPETENCIA-TEXTO
           ELSE
               MOVE WS-CPC-MES TO WS-CPE-MES
               MOVE WS-CPC-ANO TO WS-CPE-ANO
               MOVE WS-COMPETENCIA-EDICAO TO WS-COMPETENCIA-TEXTO
           END-IF.
       8600-EXIT.
           EXIT.

      *****************************************************************
      * 8700-EDITA-MODO - DESCREVE O MODO DE EXECUCAO DO LOG           *
      *****************************************************************
       8700-EDITA-MODO.
           EVALUATE WS-MODO-CALCULO
               WHEN "S"
                   MOVE "SIMULACAO" TO WS-MODO-TEXTO
               WHEN "R"
                   MOVE "REINICIO" TO WS-MODO-TEXTO
               WHEN "E"
                   MOVE "ESTORNO" TO WS-MODO-TEXTO
               WHEN OTHER
                   MOVE "NORMAL" TO WS-MODO-TEXTO
           END-EVALUATE.
       8700-EXIT.
           EXIT.

      *****************************************************************
      * 8800-DEFINE-SITUACAO - APURA A SITUACAO DA EXECUCAO PELO       *
      *                        REGISTRO DE FIM E PELO RETURN-CODE      *
      *****************************************************************
       8800-DEFINE-SITUACAO.
           EVALUATE TRUE
               WHEN WS-SIT-FIM-LIDO NOT = "S"
                   MOVE "I" TO WS-SITUACAO-EXECUCAO
                   MOVE "SEM REGISTRO DE FIM" TO WS-SITUACAO-TEXTO
               WHEN WS-SIT-RETURN-CODE = ZEROS
                   MOVE "C" TO WS-SITUACAO-EXECUCAO
                   MOVE "CONCLUIDO" TO WS-SITUACAO-TEXTO
               WHEN WS-SIT-RETURN-CODE < 16
                   MOVE "A" TO WS-SITUACAO-EXECUCAO
                   MOVE "CONCLUIDO C/ ADVERT." TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "E" TO WS-SITUACAO-EXECUCAO
                   MOVE "ENCERRADO COM ERRO" TO WS-SITUACAO-TEXTO
           END-EVALUATE.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZACAO - EMITE O RELATORIO, FECHA OS ARQUIVOS E      *
      *                    EXIBE O RESULTADO NO CONSOLE. DIA COM       *
      *                    PENDENCIA DEVOLVE RETURN-CODE 4             *
      *****************************************************************
       9000-FINALIZACAO.
           IF WS-STATUS-LOG NOT = "35"
               CLOSE ARQ-LOG-EXECUCAO
           END-IF.
           PERFORM 3000-IMPRIME-EXECUCOES THRU 3000-EXIT.
           PERFORM 4000-IMPRIME-TOTAIS THRU 4000-EXIT.
           PERFORM 5000-IMPRIME-ULTIMAS THRU 5000-EXIT.
           PERFORM 6000-IMPRIME-VISTOS THRU 6000-EXIT.
           CLOSE ARQ-RELATORIO-OPE.

           DISPLAY "========================================".
           DISPLAY "REGISTROS DO LOG LIDOS:             "
               WS-CONTADOR-LIDOS.
           DISPLAY "EXECUCOES INICIADAS NO DIA:         "
               WS-TOT-EXECUCOES.
           DISPLAY "ENCERRADAS COM ERRO:                " WS-TOT-ERRO.
           DISPLAY "SEM REGISTRO DE FIM:                "
               WS-TOT-SEM-FIM.
           DISPLAY "PENDENCIAS:                         "
               WS-TOT-PENDENCIAS.
           IF WS-TOT-PENDENCIAS = ZEROS
               DISPLAY "DIA SEM PENDENCIAS - LIBERADO PARA ASSINATURA"
           ELSE
               DISPLAY "HA PENDENCIAS - FECHAMENTO NAO LIBERADO"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "========================================".
       9000-EXIT.
           EXIT.
