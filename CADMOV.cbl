      *            DO ARQUIVO DE MOVIMENTOS DO DIA (ARQ-MOVIMENTOS):  *
      *            ADMISSAO ("I"), ALTERACAO SALARIAL ("S"), MUDANCA  *
      *            DE CENTRO DE CUSTO ("C"), MUDANCA DE DADOS         *
      *            BANCARIOS ("B"), DESLIGAMENTO ("D"), INICIO DE     *
      *            AFASTAMENTO ("A") E RETORNO DE AFASTAMENTO ("R").  *
      *            CADA MOVIMENTO APLICADO GRAVA A IMAGEM             *
      *            ANTES/DEPOIS DO REGISTRO NO ARQUIVO DE AUDITORIA   *
      *            (ARQ-AUDITORIA, ABERTO EM EXTENSAO PARA PRESERVAR  *
      *            A TRILHA) E OS MOVIMENTOS REJEITADOS NA CRITICA    *
      *            VAO PARA O RELATORIO DE EXCECOES                   *
      *            (ARQ-EXCECOES-MOV). O DESLIGADO PERMANECE NO       *
      *            MESTRE COM SITUACAO                                *
      *            "D" (FORA DA FOLHA, DENTRO DA TRILHA DE            *
      *            AUDITORIA). A FOLHA MENSAL (CALCSAL) E OS DEMAIS   *
      *            PROGRAMAS DE PAGAMENTO PASSAM A LER ESTE MESTRE EM *
      *            VEZ DO ANTIGO ARQUIVO SEQUENCIAL EDITADO A MAO.    *
      *                                                               *
      * HISTORICO DE ALTERACOES                                       *
      * DATA       AUTOR  DESCRICAO                                   *
      *                   EDITOR DE TEXTO, FONTE DAS MATRICULAS       *
      *                   DUPLICADAS E DOS SALARIOS TRUNCADOS DO      *
      *                   RELATORIO DE EXCECOES DA FOLHA.             *
      * 2026-10-15 SFP    INCLUI OS MOVIMENTOS DE INICIO ("A") E DE   *
      *                   RETORNO ("R") DE AFASTAMENTO, COM O MOTIVO  *
      *                   (D = DOENCA ACIMA DE 15 DIAS, A = ACIDENTE  *
      *                   DE TRABALHO, M = LICENCA-MATERNIDADE, S =   *
      *                   SERVICO MILITAR, L = LICENCA SEM            *
      *                   VENCIMENTOS). O MESTRE GUARDA O MOTIVO E AS *
      *                   DATAS DO AFASTAMENTO EM CURSO OU DO ULTIMO  *
      *                   (3 CAMPOS NO LUGAR DO FILLER), BASE DA      *
      *                   PROPORCIONALIDADE DO SALARIO NO CALCSAL E   *
      *                   DA MOVIMENTACAO NA SEFIP.                   *
      * 2026-10-15 SFP    REGISTRA INICIO E FIM DE CADA EXECUCAO NO   *
      *                   LOG DO LOTE DA FOLHA (ARQ-LOG-EXECUCAO),    *
      *                   BASE DO CONTROLE DE PRE-REQUISITOS DO       *
      *                   CALCSAL E DO RESUMO DIARIO DE OPERACOES.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-STATUS-AUDITORIA.
           SELECT ARQ-EXCECOES-MOV ASSIGN TO "EXCECMOV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-LOG-EXECUCAO ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
      * POR MOVIMENTO. O TIPO DETERMINA OS CAMPOS APROVEITADOS:        *
      * "I" ADMISSAO (REGISTRO COMPLETO), "S" ALTERACAO SALARIAL       *
      * (SALARIO), "C" MUDANCA DE CENTRO DE CUSTO (CENTRO DE CUSTO),   *
      * "B" MUDANCA DE DADOS BANCARIOS (BANCO/AGENCIA/CONTA/DV),       *
      * "D" DESLIGAMENTO (DATA DO MOVIMENTO), "A" INICIO DE            *
      * AFASTAMENTO (DATA DO PRIMEIRO DIA AFASTADO E MOTIVO) E "R"     *
      * RETORNO DE AFASTAMENTO (DATA DO PRIMEIRO DIA TRABALHADO). NA   *
      * DOENCA E NO ACIDENTE DE TRABALHO A DATA DO AFASTAMENTO E A DO  *
      * DECIMO SEXTO DIA: OS 15 PRIMEIROS SAO PAGOS PELA EMPRESA.      *
      *****************************************************************
       FD  ARQ-MOVIMENTOS
           RECORD CONTAINS 120 CHARACTERS.
           05  MOV-CPF                PIC 9(11).
           05  MOV-CATEGORIA          PIC 9(02).
           05  MOV-DATA               PIC 9(08).
           05  MOV-MOTIVO-AFASTAMENTO PIC X(01).
           05  FILLER                 PIC X(24).

      *****************************************************************
      * ARQ-CADASTRO - MESTRE INDEXADO DE FUNCIONARIOS, CHAVEADO POR   *
      * "D" = DESLIGADO (PERMANECE NO MESTRE, FORA DA FOLHA). E A      *
      * FONTE DO LOTE MENSAL DO CALCSAL E DOS PROGRAMAS DE FERIAS,     *
      * 13 SALARIO E RESCISAO - O LEIAUTE DEVE SER MANTIDO IDENTICO    *
      * NOS QUATRO PROGRAMAS. O AFASTAMENTO EM CURSO (OU O ULTIMO)     *
      * FICA NO MOTIVO E NAS DATAS DE AFASTAMENTO E DE RETORNO (ZERADA *
      * ENQUANTO O FUNCIONARIO ESTIVER AFASTADO); A SITUACAO CONTINUA  *
      * "A" DURANTE O AFASTAMENTO.                                     *
      *****************************************************************
       FD  ARQ-CADASTRO
           RECORD CONTAINS 120 CHARACTERS.
           05  CAD-SITUACAO           PIC X(01).
           05  CAD-DATA-ADMISSAO      PIC 9(08).
           05  CAD-DATA-DESLIGAMENTO  PIC 9(08).
           05  CAD-MOTIVO-AFASTAMENTO PIC X(01).
           05  CAD-DATA-AFASTAMENTO   PIC 9(08).
           05  CAD-DATA-RETORNO       PIC 9(08).

      *****************************************************************
      * ARQ-AUDITORIA - TRILHA DE AUDITORIA DO CADASTRO: UM REGISTRO   *
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
       77  WS-LIMITE-SALARIO-MAXIMO    PIC 9(07)V99 VALUE 100000,00.

       77  WS-STATUS-CADASTRO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUDITORIA    PIC X(02) VALUE SPACES.

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
      * 0000-MAINLINE - CONTROLA A APLICACAO DO LOTE DE MOVIMENTOS     *
           DISPLAY "   MANUTENCAO DO CADASTRO - CADMOV    ".
           DISPLAY "========================================".

           PERFORM 0800-REGISTRA-INICIO THRU 0800-EXIT.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           PERFORM 2000-PROCESSA-MOVIMENTO THRU 2000-EXIT

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
           MOVE ZEROS  TO WS-LOG-COMPETENCIA.
           MOVE SPACES TO WS-LOG-PARAMETROS.
           MOVE "N"    TO WS-LOG-MODO.
           MOVE "N"    TO WS-LOG-REMESSA.
       0810-EXIT.
           EXIT.

      *****************************************************************
      * 1000-INICIALIZACAO - ABRE ARQUIVOS (CRIANDO O MESTRE NA        *
      *                      PRIMEIRA EXECUCAO) E FAZ A LEITURA        *
                   "(ARQ-MOVIMENTOS), FILE STATUS "
                   WS-STATUS-MOVIMENTOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1500-ABRE-CADASTRO THRU 1500-EXIT.
                   "AUDITORIA (ARQ-AUDITORIA), FILE STATUS "
                   WS-STATUS-AUDITORIA
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-EXCECOES-MOV.
                       "DE FUNCIONARIOS (ARQ-CADASTRO), FILE STATUS "
                       WS-STATUS-CADASTRO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9800-REGISTRA-FIM THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.

           IF MOV-TIPO NOT = "I" AND MOV-TIPO NOT = "S"
                   AND MOV-TIPO NOT = "C" AND MOV-TIPO NOT = "B"
                   AND MOV-TIPO NOT = "D" AND MOV-TIPO NOT = "A"
                   AND MOV-TIPO NOT = "R"
               MOVE "N" TO WS-MOVIMENTO-VALIDO
               MOVE "TIPO" TO WS-CAMPO-REJEICAO
               MOVE "TIPO DE MOVIMENTO DESCONHECIDO" TO
                   PERFORM 2250-CRITICA-BANCARIOS THRU 2250-EXIT
               WHEN "D"
                   PERFORM 2260-CRITICA-DESLIGAMENTO THRU 2260-EXIT
               WHEN "A"
                   PERFORM 2270-CRITICA-AFASTAMENTO THRU 2270-EXIT
               WHEN "R"
                   PERFORM 2280-CRITICA-RETORNO THRU 2280-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
       2260-EXIT.
           EXIT.

      *****************************************************************
      * 2270-CRITICA-AFASTAMENTO - O MOTIVO DEVE SER CONHECIDO, A DATA *
      *                            VALIDA E NAO ANTERIOR A ADMISSAO    *
      *                            NEM AO RETORNO DO ULTIMO            *
      *                            AFASTAMENTO, E O FUNCIONARIO NAO    *
      *                            PODE ESTAR AFASTADO                 *
      *****************************************************************
       2270-CRITICA-AFASTAMENTO.
           IF MOV-MOTIVO-AFASTAMENTO NOT = "D"
                   AND MOV-MOTIVO-AFASTAMENTO NOT = "A"
                   AND MOV-MOTIVO-AFASTAMENTO NOT = "M"
                   AND MOV-MOTIVO-AFASTAMENTO NOT = "S"
                   AND MOV-MOTIVO-AFASTAMENTO NOT = "L"
               MOVE "N" TO WS-MOVIMENTO-VALIDO
               MOVE "MOTIVO" TO WS-CAMPO-REJEICAO
               MOVE "MOTIVO DE AFASTAMENTO DESCONHECIDO" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2270-EXIT
           END-IF.
           IF MOV-DATA IS NOT NUMERIC OR MOV-DATA = ZEROS
               MOVE "N" TO WS-MOVIMENTO-VALIDO
               MOVE "DATA" TO WS-CAMPO-REJEICAO
               MOVE "DATA DE AFASTAMENTO ZERADA OU INVALIDA" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2270-EXIT
           END-IF.
           IF MOV-DATA < CAD-DATA-ADMISSAO
               MOVE "N" TO WS-MOVIMENTO-VALIDO
               MOVE "DATA" TO WS-CAMPO-REJEICAO
               MOVE "AFASTAMENTO ANTERIOR A ADMISSAO" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2270-EXIT
           END-IF.
           IF CAD-DATA-AFASTAMENTO IS NUMERIC
                   AND CAD-DATA-AFASTAMENTO NOT = ZEROS
               IF CAD-DATA-RETORNO IS NOT NUMERIC
                       OR CAD-DATA-RETORNO = ZEROS
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
                   MOVE "SITUACAO" TO WS-CAMPO-REJEICAO
                   MOVE "FUNCIONARIO JA AFASTADO" TO
                       WS-MOTIVO-REJEICAO
                   GO TO 2270-EXIT
               END-IF
               IF MOV-DATA < CAD-DATA-RETORNO
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
                   MOVE "DATA" TO WS-CAMPO-REJEICAO
                   MOVE "AFASTAMENTO ANTERIOR AO ULTIMO RETORNO" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
       2270-EXIT.
           EXIT.

      *****************************************************************
      * 2280-CRITICA-RETORNO - O FUNCIONARIO DEVE ESTAR AFASTADO E A   *
      *                        DATA DO RETORNO DEVE SER POSTERIOR A DO *
      *                        AFASTAMENTO                             *
      *****************************************************************
       2280-CRITICA-RETORNO.
           IF CAD-DATA-AFASTAMENTO IS NOT NUMERIC
                   OR CAD-DATA-AFASTAMENTO = ZEROS
                   OR (CAD-DATA-RETORNO IS NUMERIC
                       AND CAD-DATA-RETORNO NOT = ZEROS)
               MOVE "N" TO WS-MOVIMENTO-VALIDO
               MOVE "SITUACAO" TO WS-CAMPO-REJEICAO
               MOVE "FUNCIONARIO NAO ESTA AFASTADO" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2280-EXIT
           END-IF.
           IF MOV-DATA IS NOT NUMERIC OR MOV-DATA = ZEROS
               MOVE "N" TO WS-MOVIMENTO-VALIDO
               MOVE "DATA" TO WS-CAMPO-REJEICAO
               MOVE "DATA DE RETORNO ZERADA OU INVALIDA" TO
                   WS-MOTIVO-REJEICAO
               GO TO 2280-EXIT
           END-IF.
           IF MOV-DATA NOT > CAD-DATA-AFASTAMENTO
               MOVE "N" TO WS-MOVIMENTO-VALIDO
               MOVE "DATA" TO WS-CAMPO-REJEICAO
               MOVE "RETORNO NAO POSTERIOR AO AFASTAMENTO" TO
                   WS-MOTIVO-REJEICAO
           END-IF.
       2280-EXIT.
           EXIT.

      *****************************************************************
      * 2300-GRAVA-EXCECAO - EMITE UM REGISTRO NO RELATORIO DE         *
      *                      EXCECOES PARA UM MOVIMENTO REJEITADO      *
                   MOVE "D"      TO CAD-SITUACAO
                   MOVE MOV-DATA TO CAD-DATA-DESLIGAMENTO
                   REWRITE REG-CADASTRO
               WHEN "A"
                   MOVE MOV-MOTIVO-AFASTAMENTO
                       TO CAD-MOTIVO-AFASTAMENTO
                   MOVE MOV-DATA TO CAD-DATA-AFASTAMENTO
                   MOVE ZEROS    TO CAD-DATA-RETORNO
                   REWRITE REG-CADASTRO
               WHEN "R"
                   MOVE MOV-DATA TO CAD-DATA-RETORNO
                   REWRITE REG-CADASTRO
           END-EVALUATE.
           PERFORM 3500-GRAVA-AUDITORIA THRU 3500-EXIT.
           ADD 1 TO WS-CONTADOR-APLICADOS.
           MOVE "A"              TO CAD-SITUACAO.
           MOVE MOV-DATA         TO CAD-DATA-ADMISSAO.
           MOVE ZEROS            TO CAD-DATA-DESLIGAMENTO.
           MOVE SPACES           TO CAD-MOTIVO-AFASTAMENTO.
           MOVE ZEROS            TO CAD-DATA-AFASTAMENTO.
           MOVE ZEROS            TO CAD-DATA-RETORNO.
           WRITE REG-CADASTRO.
       3100-EXIT.
           EXIT.
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
           COMPUTE WS-LOG-QTD-LIDOS = WS-CONTADOR-APLICADOS
                                    + WS-CONTADOR-EXCECOES.
           MOVE WS-CONTADOR-APLICADOS TO WS-LOG-QTD-GRAVADOS.
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
           MOVE "CADMOV"              TO LOG-PROGRAMA.
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
