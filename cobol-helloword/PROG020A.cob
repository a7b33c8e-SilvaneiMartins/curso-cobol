      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG020A - RELATORIO MENSAL DE
      *           ABSENTEISMO. LE O HISTORICO DE PRESENCA (ATTHIST)
      *           QUE O PROG006A ACUMULA TODA NOITE E, PARA A
      *           COMPETENCIA RECEBIDA NO PARM (AAAAMM), TOTALIZA POR
      *           OPERADOR E POR TURNO OS DIAS PREVISTOS, PRESENTES,
      *           AFASTAMENTOS PROGRAMADOS (JUSTIFICADAS) E AUSENCIAS
      *           SEM JUSTIFICATIVA, COM A TAXA DE ABSENTEISMO. O
      *           OPERADOR QUE ACUMULAR O LIMITE DE AUSENCIAS SEM
      *           JUSTIFICATIVA DENTRO DA JANELA MOVEL DE DIAS (PADRAO
      *           3 EM 30) SAI MARCADO PARA ACOMPANHAMENTO DO RH.
      *           NOME E TURNO VEM DO CADASTRO (EMPIDX).
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG020A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-PRESENCA ASSIGN TO "ATTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTHIST-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT ACOMPANHAMENTO-WORK ASSIGN TO "WRKACO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKACO-STATUS.
           SELECT ABSENTEISMO-REPORT ASSIGN TO "ABSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSRPT-STATUS.
           SELECT CLASSIFICA-HISTORICO ASSIGN TO "SORTWK".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-PRESENCA
           LABEL RECORDS ARE STANDARD.
       01  HISTORICO-PRESENCA-RECORD.
           05  HIS-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  HIS-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  HIS-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  HIS-SITUACAO               PIC X(01).
               88  HIS-PRESENTE               VALUE "P".
               88  HIS-AUSENTE                VALUE "A".
               88  HIS-AFASTADO               VALUE "J".
           05  FILLER                     PIC X(01).
           05  HIS-TIPO-AFASTAMENTO       PIC X(10).
           05  FILLER                     PIC X(01).
           05  HIS-TROCA-SW               PIC X(01).
           05  FILLER                     PIC X(48).

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMP-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  EMP-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  EMP-TURNO                  PIC X(01).
           05  FILLER                     PIC X(41).

       FD  ACOMPANHAMENTO-WORK
           LABEL RECORDS ARE STANDARD.
       01  ACOMPANHAMENTO-WORK-RECORD.
           05  ACO-MATRICULA              PIC X(06).
           05  ACO-NOME                   PIC X(30).
           05  ACO-TURNO                  PIC X(01).
           05  ACO-MAIOR-SEQUENCIA        PIC 9(03).
           05  ACO-ULTIMA-AUSENCIA        PIC X(08).
           05  ACO-INJUSTIFICADAS         PIC 9(03).
           05  FILLER                     PIC X(29).

       FD  ABSENTEISMO-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ABSENTEISMO-REPORT-RECORD      PIC X(80).

       SD  CLASSIFICA-HISTORICO.
       01  CLASSIFICA-HISTORICO-RECORD.
           05  CLS-MATRICULA              PIC X(06).
           05  CLS-DATA                   PIC X(08).
           05  CLS-SEQUENCIA              PIC 9(08).
           05  CLS-TURNO                  PIC X(01).
           05  CLS-SITUACAO               PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-ATTHIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-WRKACO-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ABSRPT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-EOF-HISTORICO-SW            PIC X(01) VALUE "N".
           88  EOF-HISTORICO                  VALUE "Y".
       77  WS-EOF-CLASSIF-SW              PIC X(01) VALUE "N".
           88  EOF-CLASSIF                    VALUE "Y".
       77  WS-EOF-ACOMPANHAMENTO-SW       PIC X(01) VALUE "N".
           88  EOF-ACOMPANHAMENTO             VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-PARM-VALIDO-SW              PIC X(01) VALUE "N".
           88  PARM-VALIDO                    VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-COMPETENCIA                 PIC X(06) VALUE SPACES.
       77  WS-LIMITE                      PIC 9(02) VALUE 03.
       77  WS-JANELA                      PIC 9(03) VALUE 030.
       77  WS-DATA-INICIO-LEITURA         PIC 9(08) VALUE ZERO.
       77  WS-DATA-INICIO-COMP            PIC 9(08) VALUE ZERO.
       77  WS-DATA-FIM-COMP               PIC 9(08) VALUE ZERO.
       77  WS-DATA-PROXIMO-MES            PIC 9(08) VALUE ZERO.
       77  WS-DATA-AUSENCIA               PIC 9(08) VALUE ZERO.
       77  WS-DIA-INICIO-LEITURA          PIC 9(07) COMP VALUE ZERO.
       77  WS-DIA-INICIO-COMP             PIC 9(07) COMP VALUE ZERO.
       77  WS-DIA-FIM-COMP                PIC 9(07) COMP VALUE ZERO.
       77  WS-DIA-LIMITE-JANELA           PIC S9(07) COMP VALUE ZERO.
       77  WS-MATRICULA-GRUPO             PIC X(06) VALUE SPACES.
       77  WS-DATA-ANTERIOR               PIC X(08) VALUE SPACES.
       77  WS-TURNO-GRUPO                 PIC X(01) VALUE SPACES.
       77  WS-ULTIMA-AUSENCIA             PIC X(08) VALUE SPACES.
       77  WS-SEQUENCIA                   PIC 9(08) COMP VALUE ZERO.
       77  WS-IND-TURNO                   PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-AUSENCIA                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-INICIO-JANELA           PIC 9(04) COMP VALUE ZERO.
       77  WS-TOTAL-AUSENCIAS             PIC 9(04) COMP VALUE ZERO.
       77  WS-SEQUENCIA-ATUAL             PIC 9(04) COMP VALUE ZERO.
       77  WS-MAIOR-SEQUENCIA             PIC 9(04) COMP VALUE ZERO.
       77  WS-PREV-OPERADOR               PIC 9(04) COMP VALUE ZERO.
       77  WS-PRES-OPERADOR               PIC 9(04) COMP VALUE ZERO.
       77  WS-JUST-OPERADOR               PIC 9(04) COMP VALUE ZERO.
       77  WS-INJ-OPERADOR                PIC 9(04) COMP VALUE ZERO.
       77  WS-TAXA                        PIC 9(03)V9 VALUE ZERO.
       77  WS-CONTA-LIDOS                 PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-FORA-PERIODO          PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-INVALIDOS             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-JANELA-ANTERIOR       PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-COMPETENCIA           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-DUPLICADOS            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-OPERADORES            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-SEM-CADASTRO          PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-ACOMPANHAR            PIC 9(06) COMP VALUE ZERO.

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-ANO                 PIC 9(04).
           05  WS-DHA-MES                 PIC 9(02).
           05  WS-DHA-DIA                 PIC 9(02).
           05  FILLER                     PIC X(13).

       01  WS-COMPETENCIA-DESMONTADA.
           05  WS-CMP-ANO                 PIC 9(04).
           05  WS-CMP-MES                 PIC 9(02).

       01  WS-PROXIMO-MES-DESMONTADO.
           05  WS-PRX-ANO                 PIC 9(04).
           05  WS-PRX-MES                 PIC 9(02).
           05  WS-PRX-DIA                 PIC 9(02).

      * DIAS (NUMERO INTEIRO DA DATA) DAS AUSENCIAS SEM JUSTIFICATIVA
      * DO OPERADOR, DO INICIO DA JANELA ATE O FIM DA COMPETENCIA,
      * EM ORDEM DE DATA. A JANELA VAI ATE 90 DIAS, E COM O MES
      * CABEM NA TABELA COM FOLGA.
       01  WS-TABELA-AUSENCIAS.
           05  WS-AUSENCIA-ENTRADA OCCURS 130 TIMES.
               10  WS-AUS-DIA             PIC 9(07) COMP.

      * TOTAIS POR TURNO EFETIVO DO DIA (O DA TROCA, QUANDO HOUVE):
      * 1, 2, 3 E A QUARTA POSICAO PARA TURNO INDEFINIDO.
       01  WS-TABELA-TURNOS.
           05  WS-TURNO-ENTRADA OCCURS 4 TIMES.
               10  WS-TUR-PREVISTOS       PIC 9(06) COMP
                                          VALUE ZERO.
               10  WS-TUR-PRESENTES       PIC 9(06) COMP
                                          VALUE ZERO.
               10  WS-TUR-JUSTIFICADAS    PIC 9(06) COMP
                                          VALUE ZERO.
               10  WS-TUR-INJUSTIFICADAS  PIC 9(06) COMP
                                          VALUE ZERO.

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(40)
               VALUE "RELATORIO MENSAL DE ABSENTEISMO".
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-LINHA-PARAMETROS.
           05  FILLER                     PIC X(22)
               VALUE "COMPETENCIA (AAAAMM): ".
           05  WS-PRM-COMPETENCIA         PIC X(06).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE "ACOMPANHAR: ".
           05  WS-PRM-LIMITE              PIC Z9.
           05  FILLER                     PIC X(14)
               VALUE " AUSENCIAS EM ".
           05  WS-PRM-JANELA              PIC ZZ9.
           05  FILLER                     PIC X(05) VALUE " DIAS".
           05  FILLER                     PIC X(12) VALUE SPACES.

       01  WS-LINHA-SECAO.
           05  WS-SEC-TEXTO               PIC X(50).
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-LINHA-CABECALHO.
           05  FILLER                     PIC X(09)
               VALUE "MATRICULA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(22) VALUE "NOME".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "T".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "PREV".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "PRES".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "JUST".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE " INJ".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "TAXA %".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "ALERTA".
           05  FILLER                     PIC X(07) VALUE SPACES.

       01  WS-LINHA-OPERADOR.
           05  WS-OPE-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-OPE-NOME                PIC X(22).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-TURNO               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-PREVISTOS           PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-PRESENTES           PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-JUSTIFICADAS        PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-INJUSTIFICADAS      PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OPE-TAXA                PIC ZZ9.9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-ALERTA              PIC X(10).
           05  FILLER                     PIC X(08) VALUE SPACES.

       01  WS-LINHA-CAB-TURNO.
           05  FILLER                     PIC X(12) VALUE "TURNO".
           05  FILLER                     PIC X(08) VALUE "    PREV".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "    PRES".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "    JUST".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "     INJ".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "TAXA %".
           05  FILLER                     PIC X(25) VALUE SPACES.

       01  WS-LINHA-TURNO.
           05  WS-TRN-DESCRICAO           PIC X(12).
           05  WS-TRN-PREVISTOS           PIC ZZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRN-PRESENTES           PIC ZZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRN-JUSTIFICADAS        PIC ZZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRN-INJUSTIFICADAS      PIC ZZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TRN-TAXA                PIC ZZ9.9.
           05  FILLER                     PIC X(25) VALUE SPACES.

       01  WS-LINHA-CAB-ACOMPANHAR.
           05  FILLER                     PIC X(09)
               VALUE "MATRICULA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE "NOME".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "T".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "NA JANELA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "NO MES".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "ULTIMA".
           05  FILLER                     PIC X(09) VALUE SPACES.

       01  WS-LINHA-ACOMPANHAR.
           05  WS-ACP-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-ACP-NOME                PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-ACP-TURNO               PIC X(01).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-ACP-MAIOR-SEQUENCIA     PIC ZZ9.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-ACP-INJUSTIFICADAS      PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-ACP-ULTIMA-AUSENCIA     PIC X(08).
           05  FILLER                     PIC X(10) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO               PIC X(40) VALUE SPACES.
           05  WS-TOT-QUANTIDADE          PIC ZZZZZ9.
           05  FILLER                     PIC X(34) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LENGTH             PIC S9(04) COMP.
           05  LK-PARM-TEXTO.
               10  LK-PARM-COMPETENCIA    PIC X(06).
               10  LK-PARM-LIMITE         PIC X(02).
               10  LK-PARM-JANELA         PIC X(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-PROCEDURE.
           PERFORM 0001-VALIDA-PARM
           IF PARM-VALIDO
               PERFORM 0002-INICIALIZA
               IF ARQUIVOS-OK
                   SORT CLASSIFICA-HISTORICO
                       ON ASCENDING KEY CLS-MATRICULA
                                        CLS-DATA
                       ON DESCENDING KEY CLS-SEQUENCIA
                       INPUT PROCEDURE IS 0003-SELECIONA-PERIODO
                       OUTPUT PROCEDURE IS 0004-TOTALIZA-OPERADORES
                   PERFORM 0005-IMPRIME-TURNOS
                   PERFORM 0006-IMPRIME-ACOMPANHAMENTO
               END-IF
           END-IF
           PERFORM 9999-FINALIZAR
                .
       MAIN-PROCEDURE-END.

      *-----------------------------------------------------------------
      * PARM POSICIONAL: AAAAMM OBRIGATORIO, SEGUIDO OPCIONALMENTE DO
      * LIMITE DE AUSENCIAS (NN, PADRAO 03) E DA JANELA EM DIAS (DDD,
      * DE 001 A 090, PADRAO 030). EX.: PARM='20260903030'.
      *-----------------------------------------------------------------
       0001-VALIDA-PARM.
           DISPLAY "0001-VALIDA-PARM"
           MOVE "N" TO WS-PARM-VALIDO-SW
           IF LK-PARM-LENGTH < 6
               DISPLAY "PARM INCOMPLETO - COMPETENCIA NAO "
                   "INFORMADA (AAAAMM)"
           ELSE
               IF LK-PARM-COMPETENCIA IS NUMERIC
                   MOVE LK-PARM-COMPETENCIA
                       TO WS-COMPETENCIA-DESMONTADA
                   IF WS-CMP-MES < 01 OR WS-CMP-MES > 12
                       OR WS-CMP-ANO < 1601
                       DISPLAY "COMPETENCIA INVALIDA: "
                           LK-PARM-COMPETENCIA
                   ELSE
                       MOVE LK-PARM-COMPETENCIA TO WS-COMPETENCIA
                       MOVE "Y" TO WS-PARM-VALIDO-SW
                   END-IF
               ELSE
                   DISPLAY "COMPETENCIA NAO NUMERICA: "
                       LK-PARM-COMPETENCIA
               END-IF
           END-IF
           IF PARM-VALIDO
               PERFORM 0001-005-VALIDA-LIMITES
           END-IF
           IF PARM-VALIDO
               PERFORM 0001-010-CALCULA-PERIODO
           END-IF
                .
       0001-VALIDA-PARM-END.

      *-----------------------------------------------------------------
       0001-005-VALIDA-LIMITES.
           EVALUATE TRUE
               WHEN LK-PARM-LENGTH NOT = 6 AND NOT = 8 AND NOT = 11
                   DISPLAY "PARM COM TAMANHO INVALIDO: "
                       LK-PARM-LENGTH
                   MOVE "N" TO WS-PARM-VALIDO-SW
               WHEN LK-PARM-LENGTH = 6
                   CONTINUE
               WHEN LK-PARM-LIMITE IS NOT NUMERIC
                 OR LK-PARM-LIMITE = "00"
                   DISPLAY "LIMITE DE AUSENCIAS INVALIDO: "
                       LK-PARM-LIMITE
                   MOVE "N" TO WS-PARM-VALIDO-SW
               WHEN LK-PARM-LENGTH = 8
                   MOVE LK-PARM-LIMITE TO WS-LIMITE
               WHEN LK-PARM-JANELA IS NOT NUMERIC
                 OR LK-PARM-JANELA = "000"
                 OR LK-PARM-JANELA > "090"
                   DISPLAY "JANELA EM DIAS INVALIDA: "
                       LK-PARM-JANELA
                   MOVE "N" TO WS-PARM-VALIDO-SW
               WHEN OTHER
                   MOVE LK-PARM-LIMITE TO WS-LIMITE
                   MOVE LK-PARM-JANELA TO WS-JANELA
           END-EVALUATE
                .
       0001-005-VALIDA-LIMITES-END.

      *-----------------------------------------------------------------
      * A LEITURA COMECA JANELA - 1 DIAS ANTES DO PRIMEIRO DIA DA
      * COMPETENCIA, PARA A JANELA QUE TERMINA NO DIA 1 ENXERGAR AS
      * AUSENCIAS DO MES ANTERIOR. O ULTIMO DIA DA COMPETENCIA E A
      * VESPERA DO DIA 1 DO MES SEGUINTE.
      *-----------------------------------------------------------------
       0001-010-CALCULA-PERIODO.
           COMPUTE WS-DATA-INICIO-COMP =
               WS-CMP-ANO * 10000 + WS-CMP-MES * 100 + 1
           IF WS-CMP-MES = 12
               COMPUTE WS-PRX-ANO = WS-CMP-ANO + 1
               MOVE 01 TO WS-PRX-MES
           ELSE
               MOVE WS-CMP-ANO TO WS-PRX-ANO
               COMPUTE WS-PRX-MES = WS-CMP-MES + 1
           END-IF
           MOVE 01 TO WS-PRX-DIA
           MOVE WS-PROXIMO-MES-DESMONTADO TO WS-DATA-PROXIMO-MES
           COMPUTE WS-DIA-INICIO-COMP =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-COMP)
           COMPUTE WS-DIA-FIM-COMP =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROXIMO-MES) - 1
           COMPUTE WS-DIA-INICIO-LEITURA =
               WS-DIA-INICIO-COMP - WS-JANELA + 1
           COMPUTE WS-DATA-FIM-COMP =
               FUNCTION DATE-OF-INTEGER(WS-DIA-FIM-COMP)
           COMPUTE WS-DATA-INICIO-LEITURA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INICIO-LEITURA)
                .
       0001-010-CALCULA-PERIODO-END.

      *-----------------------------------------------------------------
       0002-INICIALIZA.
           DISPLAY "0002-INICIALIZA"
           OPEN INPUT HISTORICO-PRESENCA
           IF WS-ATTHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO-PRESENCA: "
                   WS-ATTHIST-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE: "
                   WS-EMPFILE-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT ACOMPANHAMENTO-WORK
           IF WS-WRKACO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ACOMPANHAMENTO-WORK: "
                   WS-WRKACO-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT ABSENTEISMO-REPORT
           IF WS-ABSRPT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ABSENTEISMO-REPORT: "
                   WS-ABSRPT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
                .
       0002-INICIALIZA-END.

      *-----------------------------------------------------------------
      * SO AS NOITES DA JANELA ANTERIOR E DA COMPETENCIA VAO PARA A
      * CLASSIFICACAO. A SEQUENCIA DE LEITURA VAI JUNTO: NA NOITE
      * REPROCESSADA PELO LOTE A ULTIMA GRAVACAO E A QUE VALE.
      *-----------------------------------------------------------------
       0003-SELECIONA-PERIODO.
           DISPLAY "0003-SELECIONA-PERIODO"
           MOVE "N" TO WS-EOF-HISTORICO-SW
           PERFORM 0003-010-LE-HISTORICO
           PERFORM 0003-020-SELECIONA-NOITE
               UNTIL EOF-HISTORICO
           CLOSE HISTORICO-PRESENCA
                .
       0003-SELECIONA-PERIODO-END.

      *-----------------------------------------------------------------
       0003-010-LE-HISTORICO.
           READ HISTORICO-PRESENCA
               AT END
                   MOVE "Y" TO WS-EOF-HISTORICO-SW
           END-READ
                .
       0003-010-LE-HISTORICO-END.

      *-----------------------------------------------------------------
       0003-020-SELECIONA-NOITE.
           ADD 1 TO WS-CONTA-LIDOS
           EVALUATE TRUE
               WHEN HIS-DATA IS NOT NUMERIC
                 OR NOT HIS-PRESENTE AND NOT HIS-AUSENTE
                    AND NOT HIS-AFASTADO
                   ADD 1 TO WS-CONTA-INVALIDOS
               WHEN HIS-DATA < WS-DATA-INICIO-LEITURA
                 OR HIS-DATA > WS-DATA-FIM-COMP
                   ADD 1 TO WS-CONTA-FORA-PERIODO
               WHEN OTHER
                   ADD 1 TO WS-SEQUENCIA
                   MOVE HIS-MATRICULA TO CLS-MATRICULA
                   MOVE HIS-DATA TO CLS-DATA
                   MOVE WS-SEQUENCIA TO CLS-SEQUENCIA
                   MOVE HIS-TURNO TO CLS-TURNO
                   MOVE HIS-SITUACAO TO CLS-SITUACAO
                   RELEASE CLASSIFICA-HISTORICO-RECORD
           END-EVALUATE
           PERFORM 0003-010-LE-HISTORICO
                .
       0003-020-SELECIONA-NOITE-END.

      *-----------------------------------------------------------------
      * AS NOITES VOLTAM AGRUPADAS POR MATRICULA, EM ORDEM DE DATA E,
      * DENTRO DA MESMA DATA, DA ULTIMA GRAVACAO PARA A PRIMEIRA.
      *-----------------------------------------------------------------
       0004-TOTALIZA-OPERADORES.
           DISPLAY "0004-TOTALIZA-OPERADORES"
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TITULO
           MOVE WS-COMPETENCIA TO WS-PRM-COMPETENCIA
           MOVE WS-LIMITE TO WS-PRM-LIMITE
           MOVE WS-JANELA TO WS-PRM-JANELA
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-PARAMETROS
           MOVE SPACES TO ABSENTEISMO-REPORT-RECORD
           WRITE ABSENTEISMO-REPORT-RECORD
           MOVE "ABSENTEISMO POR OPERADOR" TO WS-SEC-TEXTO
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-CABECALHO
           MOVE "N" TO WS-EOF-CLASSIF-SW
           PERFORM 0004-010-RETORNA-NOITE
           PERFORM 0004-020-PROCESSA-OPERADOR
               UNTIL EOF-CLASSIF
           CLOSE ACOMPANHAMENTO-WORK
                .
       0004-TOTALIZA-OPERADORES-END.

      *-----------------------------------------------------------------
       0004-010-RETORNA-NOITE.
           RETURN CLASSIFICA-HISTORICO
               AT END
                   MOVE "Y" TO WS-EOF-CLASSIF-SW
           END-RETURN
                .
       0004-010-RETORNA-NOITE-END.

      *-----------------------------------------------------------------
      * OPERADOR QUE SO TEM NOITES NA JANELA ANTERIOR A COMPETENCIA
      * NAO SAI NO RELATORIO.
      *-----------------------------------------------------------------
       0004-020-PROCESSA-OPERADOR.
           MOVE CLS-MATRICULA TO WS-MATRICULA-GRUPO
           MOVE SPACES TO WS-DATA-ANTERIOR
           MOVE SPACES TO WS-TURNO-GRUPO
           MOVE SPACES TO WS-ULTIMA-AUSENCIA
           MOVE ZERO TO WS-PREV-OPERADOR
           MOVE ZERO TO WS-PRES-OPERADOR
           MOVE ZERO TO WS-JUST-OPERADOR
           MOVE ZERO TO WS-INJ-OPERADOR
           MOVE ZERO TO WS-TOTAL-AUSENCIAS
           PERFORM 0004-030-AVALIA-NOITE
               UNTIL EOF-CLASSIF
                  OR CLS-MATRICULA NOT = WS-MATRICULA-GRUPO
           IF WS-PREV-OPERADOR > ZERO
               ADD 1 TO WS-CONTA-OPERADORES
               PERFORM 0004-050-PESQUISA-CADASTRO
               PERFORM 0004-060-AVALIA-JANELAS
               PERFORM 0004-070-IMPRIME-OPERADOR
           END-IF
                .
       0004-020-PROCESSA-OPERADOR-END.

      *-----------------------------------------------------------------
      * A PRIMEIRA LINHA DE CADA DATA E A ULTIMA GRAVADA; AS
      * SEGUINTES DA MESMA DATA VEM DE REPROCESSAMENTO DO LOTE E SO
      * SAO CONTADAS NO CONTROLE.
      *-----------------------------------------------------------------
       0004-030-AVALIA-NOITE.
           IF CLS-DATA = WS-DATA-ANTERIOR
               ADD 1 TO WS-CONTA-DUPLICADOS
           ELSE
               IF CLS-SITUACAO = "A"
                   PERFORM 0004-035-GUARDA-AUSENCIA
               END-IF
               IF CLS-DATA < WS-DATA-INICIO-COMP
                   ADD 1 TO WS-CONTA-JANELA-ANTERIOR
               ELSE
                   ADD 1 TO WS-CONTA-COMPETENCIA
                   PERFORM 0004-040-ACUMULA-NOITE
               END-IF
           END-IF
           MOVE CLS-DATA TO WS-DATA-ANTERIOR
           PERFORM 0004-010-RETORNA-NOITE
                .
       0004-030-AVALIA-NOITE-END.

      *-----------------------------------------------------------------
       0004-035-GUARDA-AUSENCIA.
           IF WS-TOTAL-AUSENCIAS < 130
               ADD 1 TO WS-TOTAL-AUSENCIAS
               MOVE CLS-DATA TO WS-DATA-AUSENCIA
               COMPUTE WS-AUS-DIA(WS-TOTAL-AUSENCIAS) =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUSENCIA)
           END-IF
                .
       0004-035-GUARDA-AUSENCIA-END.

      *-----------------------------------------------------------------
      * TAXA DE ABSENTEISMO = AUSENCIAS SEM JUSTIFICATIVA / DIAS
      * PREVISTOS. O AFASTAMENTO PROGRAMADO DO PLANABS (FERIAS,
      * LICENCA) E PREVISTO E JUSTIFICADO: NAO ENTRA NA TAXA.
      *-----------------------------------------------------------------
       0004-040-ACUMULA-NOITE.
           MOVE CLS-TURNO TO WS-TURNO-GRUPO
           EVALUATE CLS-TURNO
               WHEN "1"
                   MOVE 1 TO WS-IND-TURNO
               WHEN "2"
                   MOVE 2 TO WS-IND-TURNO
               WHEN "3"
                   MOVE 3 TO WS-IND-TURNO
               WHEN OTHER
                   MOVE 4 TO WS-IND-TURNO
           END-EVALUATE
           ADD 1 TO WS-PREV-OPERADOR
           ADD 1 TO WS-TUR-PREVISTOS(WS-IND-TURNO)
           EVALUATE CLS-SITUACAO
               WHEN "P"
                   ADD 1 TO WS-PRES-OPERADOR
                   ADD 1 TO WS-TUR-PRESENTES(WS-IND-TURNO)
               WHEN "J"
                   ADD 1 TO WS-JUST-OPERADOR
                   ADD 1 TO WS-TUR-JUSTIFICADAS(WS-IND-TURNO)
               WHEN OTHER
                   ADD 1 TO WS-INJ-OPERADOR
                   ADD 1 TO WS-TUR-INJUSTIFICADAS(WS-IND-TURNO)
                   MOVE CLS-DATA TO WS-ULTIMA-AUSENCIA
           END-EVALUATE
                .
       0004-040-ACUMULA-NOITE-END.

      *-----------------------------------------------------------------
      * OPERADOR FORA DO CADASTRO SAI COM O TURNO DA ULTIMA NOITE DO
      * HISTORICO.
      *-----------------------------------------------------------------
       0004-050-PESQUISA-CADASTRO.
           MOVE WS-MATRICULA-GRUPO TO EMP-MATRICULA
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO EMP-NOME
                   MOVE WS-TURNO-GRUPO TO EMP-TURNO
                   ADD 1 TO WS-CONTA-SEM-CADASTRO
           END-READ
                .
       0004-050-PESQUISA-CADASTRO-END.

      *-----------------------------------------------------------------
      * PARA CADA AUSENCIA DA COMPETENCIA, CONTA AS AUSENCIAS DOS
      * ULTIMOS WS-JANELA DIAS ATE ELA (INCLUSIVE). A MAIOR CONTAGEM
      * CHEGANDO AO LIMITE MARCA O OPERADOR PARA ACOMPANHAMENTO. A
      * SEQUENCIA QUE TERMINA NO MES ANTERIOR JA SAIU NAQUELE MES.
      *-----------------------------------------------------------------
       0004-060-AVALIA-JANELAS.
           MOVE ZERO TO WS-MAIOR-SEQUENCIA
           MOVE 1 TO WS-IND-INICIO-JANELA
           MOVE ZERO TO WS-IND-AUSENCIA
           PERFORM 0004-065-AVALIA-AUSENCIA
               UNTIL WS-IND-AUSENCIA NOT < WS-TOTAL-AUSENCIAS
                .
       0004-060-AVALIA-JANELAS-END.

      *-----------------------------------------------------------------
       0004-065-AVALIA-AUSENCIA.
           ADD 1 TO WS-IND-AUSENCIA
           COMPUTE WS-DIA-LIMITE-JANELA =
               WS-AUS-DIA(WS-IND-AUSENCIA) - WS-JANELA
           PERFORM 0004-067-AVANCA-INICIO
               UNTIL WS-AUS-DIA(WS-IND-INICIO-JANELA)
                   > WS-DIA-LIMITE-JANELA
           IF WS-AUS-DIA(WS-IND-AUSENCIA) NOT < WS-DIA-INICIO-COMP
               COMPUTE WS-SEQUENCIA-ATUAL =
                   WS-IND-AUSENCIA - WS-IND-INICIO-JANELA + 1
               IF WS-SEQUENCIA-ATUAL > WS-MAIOR-SEQUENCIA
                   MOVE WS-SEQUENCIA-ATUAL TO WS-MAIOR-SEQUENCIA
               END-IF
           END-IF
                .
       0004-065-AVALIA-AUSENCIA-END.

      *-----------------------------------------------------------------
       0004-067-AVANCA-INICIO.
           ADD 1 TO WS-IND-INICIO-JANELA
                .
       0004-067-AVANCA-INICIO-END.

      *-----------------------------------------------------------------
       0004-070-IMPRIME-OPERADOR.
           COMPUTE WS-TAXA ROUNDED =
               WS-INJ-OPERADOR * 100 / WS-PREV-OPERADOR
           MOVE WS-MATRICULA-GRUPO TO WS-OPE-MATRICULA
           MOVE EMP-NOME TO WS-OPE-NOME
           MOVE EMP-TURNO TO WS-OPE-TURNO
           MOVE WS-PREV-OPERADOR TO WS-OPE-PREVISTOS
           MOVE WS-PRES-OPERADOR TO WS-OPE-PRESENTES
           MOVE WS-JUST-OPERADOR TO WS-OPE-JUSTIFICADAS
           MOVE WS-INJ-OPERADOR TO WS-OPE-INJUSTIFICADAS
           MOVE WS-TAXA TO WS-OPE-TAXA
           MOVE SPACES TO WS-OPE-ALERTA
           IF WS-MAIOR-SEQUENCIA NOT < WS-LIMITE
               MOVE "ACOMPANHAR" TO WS-OPE-ALERTA
               ADD 1 TO WS-CONTA-ACOMPANHAR
               MOVE SPACES TO ACOMPANHAMENTO-WORK-RECORD
               MOVE WS-MATRICULA-GRUPO TO ACO-MATRICULA
               MOVE EMP-NOME TO ACO-NOME
               MOVE EMP-TURNO TO ACO-TURNO
               MOVE WS-MAIOR-SEQUENCIA TO ACO-MAIOR-SEQUENCIA
               MOVE WS-ULTIMA-AUSENCIA TO ACO-ULTIMA-AUSENCIA
               MOVE WS-INJ-OPERADOR TO ACO-INJUSTIFICADAS
               WRITE ACOMPANHAMENTO-WORK-RECORD
           END-IF
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-OPERADOR
                .
       0004-070-IMPRIME-OPERADOR-END.

      *-----------------------------------------------------------------
      * O TOTAL POR TURNO E PELO TURNO EFETIVO DE CADA NOITE: O
      * OPERADOR COM TROCA CONTA NO TURNO EM QUE TRABALHOU.
      *-----------------------------------------------------------------
       0005-IMPRIME-TURNOS.
           DISPLAY "0005-IMPRIME-TURNOS"
           MOVE SPACES TO ABSENTEISMO-REPORT-RECORD
           WRITE ABSENTEISMO-REPORT-RECORD
           MOVE "ABSENTEISMO POR TURNO" TO WS-SEC-TEXTO
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-CAB-TURNO
           MOVE ZERO TO WS-IND-TURNO
           PERFORM 0005-010-IMPRIME-TURNO
               UNTIL WS-IND-TURNO NOT < 4
                .
       0005-IMPRIME-TURNOS-END.

      *-----------------------------------------------------------------
       0005-010-IMPRIME-TURNO.
           ADD 1 TO WS-IND-TURNO
           EVALUATE WS-IND-TURNO
               WHEN 1
                   MOVE "TURNO 1" TO WS-TRN-DESCRICAO
               WHEN 2
                   MOVE "TURNO 2" TO WS-TRN-DESCRICAO
               WHEN 3
                   MOVE "TURNO 3" TO WS-TRN-DESCRICAO
               WHEN OTHER
                   MOVE "INDEFINIDO" TO WS-TRN-DESCRICAO
           END-EVALUATE
           MOVE WS-TUR-PREVISTOS(WS-IND-TURNO) TO WS-TRN-PREVISTOS
           MOVE WS-TUR-PRESENTES(WS-IND-TURNO) TO WS-TRN-PRESENTES
           MOVE WS-TUR-JUSTIFICADAS(WS-IND-TURNO)
               TO WS-TRN-JUSTIFICADAS
           MOVE WS-TUR-INJUSTIFICADAS(WS-IND-TURNO)
               TO WS-TRN-INJUSTIFICADAS
           MOVE ZERO TO WS-TAXA
           IF WS-TUR-PREVISTOS(WS-IND-TURNO) > ZERO
               COMPUTE WS-TAXA ROUNDED =
                   WS-TUR-INJUSTIFICADAS(WS-IND-TURNO) * 100
                   / WS-TUR-PREVISTOS(WS-IND-TURNO)
           END-IF
           MOVE WS-TAXA TO WS-TRN-TAXA
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TURNO
                .
       0005-010-IMPRIME-TURNO-END.

      *-----------------------------------------------------------------
       0006-IMPRIME-ACOMPANHAMENTO.
           DISPLAY "0006-IMPRIME-ACOMPANHAMENTO"
           MOVE SPACES TO ABSENTEISMO-REPORT-RECORD
           WRITE ABSENTEISMO-REPORT-RECORD
           MOVE "OPERADORES PARA ACOMPANHAMENTO DO RH"
               TO WS-SEC-TEXTO
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE ABSENTEISMO-REPORT-RECORD
               FROM WS-LINHA-CAB-ACOMPANHAR
           OPEN INPUT ACOMPANHAMENTO-WORK
           IF WS-WRKACO-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR ACOMPANHAMENTO-WORK: "
                   WS-WRKACO-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           ELSE
               MOVE "N" TO WS-EOF-ACOMPANHAMENTO-SW
               PERFORM 0006-010-LE-ACOMPANHAMENTO
               PERFORM 0006-020-IMPRIME-ACOMPANHAMENTO
                   UNTIL EOF-ACOMPANHAMENTO
               CLOSE ACOMPANHAMENTO-WORK
           END-IF
                .
       0006-IMPRIME-ACOMPANHAMENTO-END.

      *-----------------------------------------------------------------
       0006-010-LE-ACOMPANHAMENTO.
           READ ACOMPANHAMENTO-WORK
               AT END
                   MOVE "Y" TO WS-EOF-ACOMPANHAMENTO-SW
           END-READ
                .
       0006-010-LE-ACOMPANHAMENTO-END.

      *-----------------------------------------------------------------
       0006-020-IMPRIME-ACOMPANHAMENTO.
           MOVE ACO-MATRICULA TO WS-ACP-MATRICULA
           MOVE ACO-NOME TO WS-ACP-NOME
           MOVE ACO-TURNO TO WS-ACP-TURNO
           MOVE ACO-MAIOR-SEQUENCIA TO WS-ACP-MAIOR-SEQUENCIA
           MOVE ACO-INJUSTIFICADAS TO WS-ACP-INJUSTIFICADAS
           MOVE ACO-ULTIMA-AUSENCIA TO WS-ACP-ULTIMA-AUSENCIA
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-ACOMPANHAR
           PERFORM 0006-010-LE-ACOMPANHAMENTO
                .
       0006-020-IMPRIME-ACOMPANHAMENTO-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
           IF PARM-VALIDO AND ARQUIVOS-OK
               PERFORM 9999-010-GRAVA-TOTAIS
               CLOSE EMPLOYEE-FILE
               CLOSE ABSENTEISMO-REPORT
           END-IF
           EVALUATE TRUE
               WHEN NOT PARM-VALIDO
                   MOVE 0016 TO WS-RETURN-CODE
               WHEN ARQUIVOS-FALHOU
                   MOVE 0012 TO WS-RETURN-CODE
               WHEN WS-CONTA-ACOMPANHAR > ZERO
                   MOVE 0004 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
       9999-010-GRAVA-TOTAIS.
           MOVE SPACES TO ABSENTEISMO-REPORT-RECORD
           WRITE ABSENTEISMO-REPORT-RECORD
           MOVE "CONTROLE DO PROCESSAMENTO" TO WS-SEC-TEXTO
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-SECAO
           MOVE "REGISTROS LIDOS DO ATTHIST:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-LIDOS TO WS-TOT-QUANTIDADE
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  FORA DO PERIODO:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-FORA-PERIODO TO WS-TOT-QUANTIDADE
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  INVALIDOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-INVALIDOS TO WS-TOT-QUANTIDADE
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  REPROCESSADOS (IGNORADOS):" TO WS-TOT-TEXTO
           MOVE WS-CONTA-DUPLICADOS TO WS-TOT-QUANTIDADE
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  DA JANELA ANTERIOR A COMPETENCIA:"
               TO WS-TOT-TEXTO
           MOVE WS-CONTA-JANELA-ANTERIOR TO WS-TOT-QUANTIDADE
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  DA COMPETENCIA:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-COMPETENCIA TO WS-TOT-QUANTIDADE
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "OPERADORES LISTADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-OPERADORES TO WS-TOT-QUANTIDADE
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  NAO CADASTRADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-SEM-CADASTRO TO WS-TOT-QUANTIDADE
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  PARA ACOMPANHAMENTO DO RH:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-ACOMPANHAR TO WS-TOT-QUANTIDADE
           WRITE ABSENTEISMO-REPORT-RECORD FROM WS-LINHA-TOTAL
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG020A.
