       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTFGTS.
       AUTHOR. SISTEMA DE FOLHA.
       INSTALLATION. DEPARTAMENTO DE PESSOAL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * PROGRAMA: EXTRATO MENSAL DA CONTA VINCULADA DO FGTS           *
      * DESCRICAO: EMITE, PARA CADA EMPREGADO DO MESTRE DE            *
      *            FUNCIONARIOS (ARQ-FUNCIONARIOS) COM CONTRATO NA    *
      *            COMPETENCIA, O EXTRATO DA CONTA VINCULADA DO FGTS  *
      *            (ARQ-CONTA-FGTS): UMA LINHA POR COMPETENCIA, DA    *
      *            ADMISSAO ATE A COMPETENCIA DO EXTRATO, COM A BASE  *
      *            E O DEPOSITO DA FOLHA MENSAL, DAS FERIAS E DO 13   *
      *            SALARIO, O DEPOSITO DO MES E O SALDO ACUMULADO,    *
      *            PARA CONFERENCIA COM O EXTRATO DA CAIXA PELO       *
      *            EMPREGADO E PELA AUDITORIA. UM EMPREGADO POR       *
      *            PAGINA NO ARQUIVO DE IMPRESSAO (ARQ-EXTRATO).      *
      *                                                               *
      * O SALDO E A SOMA DOS DEPOSITOS, SEM JUROS E ATUALIZACAO       *
      * MONETARIA (CREDITADOS PELA CAIXA) E SEM SAQUES; E A MESMA     *
      * BASE USADA PELA RESCISAO PARA A MULTA DE 40%.                 *
      *                                                               *
      * PARAMETRO DE LINHA DE COMANDO: COMPETENCIA DO EXTRATO         *
      * (AAAAMM). EX.: 202610                                         *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      * ---------- ------ ---------------------------------------    *
      * 2026-10-15 SFP    VERSAO ORIGINAL - SUBSTITUI A CONFERENCIA   *
      *                   MANUAL DOS DEPOSITOS CONTRA O EXTRATO DA    *
      *                   CAIXA.                                      *
      * 2026-10-15 SFP    ACOMPANHA O LEIAUTE DO MESTRE DE            *
      *                   FUNCIONARIOS, QUE PASSA A TRAZER O MOTIVO E *
      *                   AS DATAS DO AFASTAMENTO NO LUGAR DO FILLER, *
      *                   SEM ALTERACAO DO CALCULO.                   *
      * 2026-10-15 SFP    O EXTRATO PASSA A TRAZER O SALDO DE         *
      *                   ABERTURA DA CONTA (COMPETENCIA 000000),     *
      *                   QUANDO HOUVER, QUE TAMBEM ENTRA NA BASE DA  *
      *                   MULTA DA RESCISAO.                          *
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
           SELECT ARQ-CONTA-FGTS ASSIGN TO "CONTFGTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFG-CHAVE
               FILE STATUS IS WS-STATUS-CONTA-FGTS.
           SELECT ARQ-EXTRATO ASSIGN TO "EXTFGTS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ARQ-FUNCIONARIOS - MESTRE INDEXADO DE FUNCIONARIOS, CHAVEADO   *
      * POR EMPRESA + MATRICULA E MANTIDO PELO CADMOV. LIDO EM         *
      * SEQUENCIA DE CHAVE: UM EXTRATO POR EMPREGADO. O LEIAUTE DEVE   *
      * SER MANTIDO IDENTICO AO DO CADMOV.                             *
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
      * ARQ-CONTA-FGTS - CONTA VINCULADA DO FGTS POR EMPREGADO,        *
      * CHAVEADA POR EMPRESA + MATRICULA + COMPETENCIA. LIDA AQUI EM   *
      * SEQUENCIA DE CHAVE: O SALDO DE ABERTURA (COMPETENCIA 000000,   *
      * CARREGADO NA IMPLANTACAO DA CONTA PARA QUEM JA ERA EMPREGADO)  *
      * E AS COMPETENCIAS A PARTIR DA ADMISSAO. O LEIAUTE DEVE SER     *
      * MANTIDO IDENTICO AO DO CALCSAL.                                *
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
      * ARQ-EXTRATO - EXTRATOS DO FGTS (IMPRESSAO), UM EMPREGADO POR   *
      * PAGINA. CABECALHO, IDENTIFICACAO, LINHA DE COMPETENCIA E       *
      * LINHA DE TOTAL SAO REDEFINICOES DO MESMO REGISTRO DE 132       *
      * POSICOES.                                                      *
      *****************************************************************
       FD  ARQ-EXTRATO
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-EXT-LINHA          PIC X(132).
       01  REG-EXT-CAB REDEFINES REG-EXT-LINHA.
           05  CAB-EMPRESA        PIC X(40).
           05  CAB-TITULO         PIC X(52).
           05  CAB-DATA-LIT       PIC X(20).
           05  CAB-DATA           PIC X(10).
           05  CAB-PAGINA-LIT     PIC X(06).
           05  CAB-PAGINA         PIC 9(04).
       01  REG-EXT-IDENT REDEFINES REG-EXT-LINHA.
           05  IDT-EMPRESA-LIT    PIC X(09).
           05  IDT-EMPRESA        PIC 9(03).
           05  FILLER             PIC X(03).
           05  IDT-MATRICULA-LIT  PIC X(11).
           05  IDT-MATRICULA      PIC 9(06).
           05  FILLER             PIC X(03).
           05  IDT-NOME           PIC X(30).
           05  FILLER             PIC X(03).
           05  IDT-CPF-LIT        PIC X(05).
           05  IDT-CPF            PIC 9(11).
           05  FILLER             PIC X(03).
           05  IDT-ADMISSAO-LIT   PIC X(10).
           05  IDT-ADMISSAO       PIC X(10).
           05  FILLER             PIC X(25).
       01  REG-EXT-DETALHE REDEFINES REG-EXT-LINHA.
           05  FILLER             PIC X(02).
           05  DET-COMPETENCIA    PIC X(07).
           05  FILLER             PIC X(03).
           05  DET-BASE-MENSAL    PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  DET-DEP-MENSAL     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  DET-BASE-FERIAS    PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  DET-DEP-FERIAS     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  DET-BASE-13        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  DET-DEP-13         PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  DET-DEP-TOTAL      PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01).
           05  DET-SALDO          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(08).
       01  REG-EXT-TOTAL REDEFINES REG-EXT-LINHA.
           05  FILLER             PIC X(02).
           05  TOT-LITERAL        PIC X(40).
           05  TOT-QTD            PIC ZZZ9.
           05  FILLER             PIC X(64).
           05  TOT-SALDO          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(08).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * CABECALHO DAS COLUNAS DO EXTRATO, ALINHADO COM A LINHA DE      *
      * COMPETENCIA (REG-EXT-DETALHE).                                 *
      *****************************************************************
       01  WS-CABECALHO-COLUNAS.
           05  FILLER   PIC X(12) VALUE "  COMPET.".
           05  FILLER   PIC X(14) VALUE "   BASE FOLHA".
           05  FILLER   PIC X(14) VALUE "    DEP. FOLHA".
           05  FILLER   PIC X(14) VALUE "   BASE FERIAS".
           05  FILLER   PIC X(14) VALUE "   DEP. FERIAS".
           05  FILLER   PIC X(14) VALUE "  BASE 13 SAL.".
           05  FILLER   PIC X(14) VALUE "   DEP. 13 SAL".
           05  FILLER   PIC X(14) VALUE "  DEPOSITO MES".
           05  FILLER   PIC X(22) VALUE "  SALDO ACUMULADO".

      *****************************************************************
      * PARAMETRO DA COMPETENCIA DO EXTRATO (AAAAMM), INFORMADO NA     *
      * LINHA DE COMANDO.                                              *
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

       01  WS-TITULO-EXTRATO.
           05  FILLER                PIC X(35)
                   VALUE "EXTRATO DA CONTA VINCULADA DO FGTS".
           05  FILLER                PIC X(10) VALUE " - COMPET.".
           05  WS-TITULO-COMPETENCIA PIC X(07).

       01  WS-EMPRESA-CABECALHO.
           05  FILLER                PIC X(22)
                   VALUE "FOLHA PAGTO - EMPRESA ".
           05  WS-EMPRESA-CAB-COD    PIC 9(03).
           05  FILLER                PIC X(15) VALUE SPACES.

      *****************************************************************
      * COMPETENCIA LIDA DA CONTA VINCULADA, EDITADA PARA A LINHA DO   *
      * EXTRATO.                                                       *
      *****************************************************************
       01  WS-COMPETENCIA-CONTA   PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-CONTA-DET REDEFINES WS-COMPETENCIA-CONTA.
           05  WS-CONTA-ANO          PIC 9(04).
           05  WS-CONTA-MES          PIC 9(02).

       01  WS-DATA-ADMISSAO       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ADMISSAO-DET REDEFINES WS-DATA-ADMISSAO.
           05  WS-ADM-ANO            PIC 9(04).
           05  WS-ADM-MES            PIC 9(02).
           05  WS-ADM-DIA            PIC 9(02).

       01  WS-DATA-ADMISSAO-EDICAO.
           05  WS-ADM-EDI-DIA        PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-ADM-EDI-MES        PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-ADM-EDI-ANO        PIC 9(04).

       77  WS-COMPETENCIA-ADMISSAO PIC 9(06) VALUE ZEROS.
       77  WS-COMPETENCIA-DESLIG  PIC 9(06) VALUE ZEROS.

      *****************************************************************
      * SALDO E CONTADORES DO EXTRATO EM EMISSAO E DO LOTE.            *
      *****************************************************************
       77  WS-DEPOSITO-MES        PIC 9(07)V99 VALUE ZEROS.
       77  WS-SALDO-FGTS          PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-COMPETENCIAS    PIC 9(04) VALUE ZEROS.
       77  WS-CONTADOR            PIC 9(05) VALUE ZEROS.
       77  WS-CONTADOR-SEM-DEPOSITO PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-SALDOS        PIC 9(11)V99 VALUE ZEROS.

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
       77  WS-EOF-CONTA-FGTS      PIC X(01) VALUE "N".
           88  FIM-CONTA-FGTS            VALUE "S".

       77  WS-STATUS-CADASTRO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-CONTA-FGTS   PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - CONTROLA A EMISSAO DO LOTE DE EXTRATOS         *
      *****************************************************************
       0000-MAINLINE.
           DISPLAY "========================================".
           DISPLAY "   EXTRATO DA CONTA VINCULADA - FGTS  ".
           DISPLAY "========================================".

           PERFORM 0500-TRATA-PARAMETROS THRU 0500-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           PERFORM 2000-PROCESSA-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-FUNCIONARIOS.

           PERFORM 9000-FINALIZACAO THRU 9000-EXIT.

           STOP RUN.

      *****************************************************************
      * 0500-TRATA-PARAMETROS - LE E CRITICA A COMPETENCIA DO EXTRATO, *
      *                         INFORMADA NA LINHA DE COMANDO          *
      *****************************************************************
       0500-TRATA-PARAMETROS.
           ACCEPT WS-PARAMETRO-COMPETENCIA FROM COMMAND-LINE.
           IF WS-PARAMETRO-COMPETENCIA IS NOT NUMERIC
               DISPLAY "ERRO FATAL - INFORMAR A COMPETENCIA DO "
                   "EXTRATO NA LINHA DE COMANDO (AAAAMM)"
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
           DISPLAY "COMPETENCIA DO EXTRATO: " WS-COMPETENCIA-EDICAO.
       0500-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - ABRE ARQUIVOS E FAZ A LEITURA ANTECIPADA  *
      *****************************************************************
       1000-INICIALIZACAO.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-STATUS-CADASTRO NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR O MESTRE DE "
                   "FUNCIONARIOS (ARQ-FUNCIONARIOS), FILE STATUS "
                   WS-STATUS-CADASTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-CONTA-FGTS.
           IF WS-STATUS-CONTA-FGTS NOT = "00"
               DISPLAY "ERRO FATAL - FALHA AO ABRIR A CONTA VINCULADA "
                   "DO FGTS (ARQ-CONTA-FGTS), FILE STATUS "
                   WS-STATUS-CONTA-FGTS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-EXTRATO.
           PERFORM 1050-CAPTURA-DATA-SISTEMA THRU 1050-EXIT.
           PERFORM 2100-LER-FUNCIONARIO THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-CAPTURA-DATA-SISTEMA - CAPTURA A DATA DO SISTEMA UMA UNICA*
      *                             VEZ NO INICIO DO LOTE PARA A DATA  *
      *                             DE EMISSAO DE TODOS OS EXTRATOS    *
      *****************************************************************
       1050-CAPTURA-DATA-SISTEMA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SIS-DIA TO WS-DATA-EDI-DIA.
           MOVE WS-DATA-SIS-MES TO WS-DATA-EDI-MES.
           MOVE WS-DATA-SIS-ANO TO WS-DATA-EDI-ANO.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1100-IMPRIME-CABECALHO - ABRE UMA PAGINA NOVA DO EXTRATO COM O *
      *                          CABECALHO, A IDENTIFICACAO DO         *
      *                          EMPREGADO E O CABECALHO DAS COLUNAS   *
      *****************************************************************
       1100-IMPRIME-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.
           MOVE SPACES TO REG-EXT-CAB.
           MOVE CAD-EMPRESA TO WS-EMPRESA-CAB-COD.
           MOVE WS-EMPRESA-CABECALHO TO CAB-EMPRESA.
           MOVE WS-TITULO-EXTRATO TO CAB-TITULO.
           MOVE "DATA DE EMISSAO:" TO CAB-DATA-LIT.
           MOVE WS-DATA-SISTEMA-EDICAO TO CAB-DATA.
           MOVE "PAG.: " TO CAB-PAGINA-LIT.
           MOVE WS-NUMERO-PAGINA TO CAB-PAGINA.
           WRITE REG-EXT-CAB.

           MOVE SPACES TO REG-EXT-LINHA.
           WRITE REG-EXT-LINHA.

           MOVE SPACES TO REG-EXT-IDENT.
           MOVE "EMPRESA: "    TO IDT-EMPRESA-LIT.
           MOVE CAD-EMPRESA    TO IDT-EMPRESA.
           MOVE "MATRICULA: "  TO IDT-MATRICULA-LIT.
           MOVE CAD-MATRICULA  TO IDT-MATRICULA.
           MOVE CAD-NOME       TO IDT-NOME.
           MOVE "CPF: "        TO IDT-CPF-LIT.
           MOVE CAD-CPF        TO IDT-CPF.
           MOVE "ADMISSAO: "   TO IDT-ADMISSAO-LIT.
           MOVE WS-DATA-ADMISSAO-EDICAO TO IDT-ADMISSAO.
           WRITE REG-EXT-IDENT.

           MOVE SPACES TO REG-EXT-LINHA.
           WRITE REG-EXT-LINHA.

           WRITE REG-EXT-LINHA FROM WS-CABECALHO-COLUNAS.

           MOVE SPACES TO REG-EXT-LINHA.
           WRITE REG-EXT-LINHA.
           ADD 6 TO WS-LINHAS-PAGINA.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-FUNCIONARIO - EMITE O EXTRATO DO EMPREGADO COM   *
      *                             CONTRATO NA COMPETENCIA E AVANCA   *
      *                             PARA O PROXIMO REGISTRO DO MESTRE. *
      *                             ADMITIDO DEPOIS DA COMPETENCIA OU  *
      *                             DESLIGADO ANTES DELA NAO TEM       *
      *                             EXTRATO                            *
      *****************************************************************
       2000-PROCESSA-FUNCIONARIO.
           COMPUTE WS-COMPETENCIA-ADMISSAO = CAD-DATA-ADMISSAO / 100.
           COMPUTE WS-COMPETENCIA-DESLIG =
               CAD-DATA-DESLIGAMENTO / 100.
           IF WS-COMPETENCIA-ADMISSAO > WS-COMPETENCIA
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF CAD-SITUACAO = "D"
                   AND WS-COMPETENCIA-DESLIG < WS-COMPETENCIA
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 3000-EMITE-EXTRATO THRU 3000-EXIT.
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
      * 3000-EMITE-EXTRATO - POSICIONA A CONTA VINCULADA NO INICIO DA  *
      *                      CONTA DO EMPREGADO E EMITE O SALDO DE     *
      *                      ABERTURA, SE HOUVER, E UMA LINHA POR      *
      *                      COMPETENCIA ATE A DO EXTRATO, COM O SALDO *
      *                      CORRIDO, E A LINHA DE TOTAL. DEPOSITOS    *
      *                      ANTERIORES A ADMISSAO SAO DE CONTRATO     *
      *                      ANTERIOR E FICAM DE FORA                  *
      *****************************************************************
       3000-EMITE-EXTRATO.
           MOVE CAD-DATA-ADMISSAO TO WS-DATA-ADMISSAO.
           MOVE WS-ADM-DIA TO WS-ADM-EDI-DIA.
           MOVE WS-ADM-MES TO WS-ADM-EDI-MES.
           MOVE WS-ADM-ANO TO WS-ADM-EDI-ANO.
           MOVE ZEROS TO WS-SALDO-FGTS.
           MOVE ZEROS TO WS-QTD-COMPETENCIAS.
           PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.

           MOVE "N"                     TO WS-EOF-CONTA-FGTS.
           MOVE CAD-EMPRESA             TO CFG-EMPRESA.
           MOVE CAD-MATRICULA           TO CFG-MATRICULA.
           MOVE ZEROS                   TO CFG-COMPETENCIA.
           START ARQ-CONTA-FGTS KEY IS NOT LESS THAN CFG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-CONTA-FGTS
           END-START.
           PERFORM 3100-IMPRIME-COMPETENCIA THRU 3100-EXIT
               UNTIL FIM-CONTA-FGTS.

           MOVE SPACES TO REG-EXT-LINHA.
           WRITE REG-EXT-LINHA.
           MOVE SPACES TO REG-EXT-TOTAL.
           IF WS-QTD-COMPETENCIAS = ZEROS
               MOVE "NENHUM DEPOSITO REGISTRADO NO CONTRATO"
                   TO TOT-LITERAL
               ADD 1 TO WS-CONTADOR-SEM-DEPOSITO
           ELSE
               MOVE "COMPETENCIAS COM DEPOSITO / SALDO:"
                   TO TOT-LITERAL
               MOVE WS-QTD-COMPETENCIAS TO TOT-QTD
           END-IF.
           MOVE WS-SALDO-FGTS TO TOT-SALDO.
           WRITE REG-EXT-TOTAL.
           ADD WS-SALDO-FGTS TO WS-TOTAL-SALDOS.
           ADD 1 TO WS-CONTADOR.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-IMPRIME-COMPETENCIA - LE A PROXIMA COMPETENCIA DA CONTA   *
      *                            DO EMPREGADO E EMITE A LINHA COM O  *
      *                            DEPOSITO DO MES E O SALDO CORRIDO.  *
      *                            OUTRA MATRICULA OU COMPETENCIA      *
      *                            POSTERIOR A DO EXTRATO ENCERRA A    *
      *                            LEITURA                             *
      *****************************************************************
       3100-IMPRIME-COMPETENCIA.
           READ ARQ-CONTA-FGTS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CONTA-FGTS
                   GO TO 3100-EXIT
           END-READ.
           IF CFG-EMPRESA NOT = CAD-EMPRESA
                   OR CFG-MATRICULA NOT = CAD-MATRICULA
                   OR CFG-COMPETENCIA > WS-COMPETENCIA
               MOVE "S" TO WS-EOF-CONTA-FGTS
               GO TO 3100-EXIT
           END-IF.
           IF CFG-COMPETENCIA NOT = ZEROS
                   AND CFG-COMPETENCIA < WS-COMPETENCIA-ADMISSAO
               GO TO 3100-EXIT
           END-IF.
           IF WS-LINHAS-PAGINA NOT < WS-MAX-LINHAS-PAGINA
               PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
           END-IF.
           COMPUTE WS-DEPOSITO-MES =
               CFG-DEPOSITO-MENSAL + CFG-DEPOSITO-FERIAS
               + CFG-DEPOSITO-13.
           ADD WS-DEPOSITO-MES TO WS-SALDO-FGTS.
           IF CFG-COMPETENCIA NOT = ZEROS
               ADD 1 TO WS-QTD-COMPETENCIAS
           END-IF.

           MOVE CFG-COMPETENCIA TO WS-COMPETENCIA-CONTA.
           MOVE WS-CONTA-MES TO WS-COMP-EDI-MES.
           MOVE WS-CONTA-ANO TO WS-COMP-EDI-ANO.
           MOVE SPACES TO REG-EXT-DETALHE.
           MOVE WS-COMPETENCIA-EDICAO TO DET-COMPETENCIA.
           IF CFG-COMPETENCIA = ZEROS
               MOVE "INICIAL" TO DET-COMPETENCIA
           END-IF.
           MOVE CFG-BASE-MENSAL       TO DET-BASE-MENSAL.
           MOVE CFG-DEPOSITO-MENSAL   TO DET-DEP-MENSAL.
           MOVE CFG-BASE-FERIAS       TO DET-BASE-FERIAS.
           MOVE CFG-DEPOSITO-FERIAS   TO DET-DEP-FERIAS.
           MOVE CFG-BASE-13           TO DET-BASE-13.
           MOVE CFG-DEPOSITO-13       TO DET-DEP-13.
           MOVE WS-DEPOSITO-MES       TO DET-DEP-TOTAL.
           MOVE WS-SALDO-FGTS         TO DET-SALDO.
           WRITE REG-EXT-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZACAO - FECHA OS ARQUIVOS E EMITE OS TOTAIS DO LOTE *
      *                    NO CONSOLE                                  *
      *****************************************************************
       9000-FINALIZACAO.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-CONTA-FGTS.
           CLOSE ARQ-EXTRATO.
           DISPLAY "========================================".
           DISPLAY "EXTRATOS EMITIDOS:                  " WS-CONTADOR.
           DISPLAY "EXTRATOS SEM NENHUM DEPOSITO:       "
               WS-CONTADOR-SEM-DEPOSITO.
           DISPLAY "SOMA DOS SALDOS DO LOTE:            "
               WS-TOTAL-SALDOS.
           IF WS-CONTADOR = ZEROS
               DISPLAY "NENHUM EMPREGADO COM CONTRATO NA COMPETENCIA "
                   WS-COMPETENCIA-EDICAO
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "========================================".
       9000-EXIT.
           EXIT.
