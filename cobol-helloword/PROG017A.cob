      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG017A - FECHAMENTO MENSAL DO ARQUIVO DE
      *           HORAS (HRSFILE) PARA A FOLHA. RECEBE NO PARM A
      *           COMPETENCIA (AAAAMM), SEPARA AS LINHAS DA
      *           COMPETENCIA DAS DEMAIS, TOTALIZA POR MATRICULA OS
      *           MINUTOS TRABALHADOS, PREVISTOS, EXTRAS E ABAIXO DA
      *           JORNADA E GRAVA O ARQUIVO DE INTERFACE DA FOLHA
      *           (FOLHAINT, COM HEADER, UM DETALHE POR MATRICULA E
      *           TRAILER COM OS TOTAIS DE CONTROLE). O RELATORIO DE
      *           FECHAMENTO (FECHRPT) LISTA O TOTAL DE CADA
      *           OPERADOR E AS PENDENCIAS QUE A FOLHA PRECISA
      *           DECIDIR: NOITE DUPLICADA (MESMA DATA E MATRICULA
      *           GRAVADAS DUAS VEZES PELO REPROCESSAMENTO DO
      *           STEP022), MATRICULA SEM CADASTRO E TURNO
      *           INDEFINIDO. AS LINHAS DA COMPETENCIA VAO PARA O
      *           ARQUIVO HISTORICO (HRSARQ) E O HRSFILE NOVO SAI EM
      *           HRSNOVO SO COM AS OUTRAS COMPETENCIAS, PARA O JCL
      *           PROMOVER. O ARQUIVO DE CONTROLE (FECHCTRL) REGISTRA
      *           CADA PASSADA, NO MOLDE DO PURGCTRL DO PROG007A:
      *           COMPETENCIA JA FECHADA NUNCA GERA NOVA INTERFACE,
      *           E A PASSADA INTERROMPIDA NAO DUPLICA O HISTORICO.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      COMPETENCIA JA FECHADA: SO SAEM DO HRSFILE
      *                    AS LINHAS QUE CONFEREM COM O HRSARQ. AS
      *                    LANCADAS APOS O FECHAMENTO FICAM NO HRSFILE
      *                    E SAO LISTADAS NO FECHRPT PARA A FOLHA.
      * 15/10/2026 SM      NOITE DE OPERADOR SEM MINUTOS PREVISTOS NO
      *                    CADASTRO VAI PARA PENDENCIA SEM CADASTRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG017A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORAS-FILE ASSIGN TO "HRSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRSFILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT HORAS-NOVO ASSIGN TO "HRSNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRSNOVO-STATUS.
           SELECT HORAS-ARQUIVO ASSIGN TO "HRSARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRSARQ-STATUS.
           SELECT INTERFACE-FOLHA ASSIGN TO "FOLHAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAINT-STATUS.
           SELECT PENDENCIAS-WORK ASSIGN TO "WRKPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKPEN-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "FECHCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHCTRL-STATUS.
           SELECT FECHAMENTO-REPORT ASSIGN TO "FECHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHRPT-STATUS.
           SELECT CLASSIFICA-HORAS ASSIGN TO "SORTWK".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  HORAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HORAS-RECORD.
           05  HRS-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  HRS-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  HRS-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  HRS-MINUTOS-TRAB           PIC 9(04).
           05  FILLER                     PIC X(01).
           05  HRS-MINUTOS-PREV           PIC 9(04).
           05  FILLER                     PIC X(01).
           05  HRS-SITUACAO               PIC X(10).
           05  FILLER                     PIC X(42).

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMP-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  EMP-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  EMP-TURNO                  PIC X(01).
           05  FILLER                     PIC X(41).

       FD  HORAS-NOVO
           LABEL RECORDS ARE STANDARD.
       01  HORAS-NOVO-RECORD              PIC X(80).

       FD  HORAS-ARQUIVO
           LABEL RECORDS ARE STANDARD.
       01  HORAS-ARQUIVO-RECORD           PIC X(80).

      * INTERFACE DA FOLHA: UM HEADER, UM DETALHE POR MATRICULA E UM
      * TRAILER COM A QUANTIDADE DE DETALHES E A SOMA DE CADA COLUNA
      * DE MINUTOS, PARA A FOLHA CONFERIR A CARGA.
       FD  INTERFACE-FOLHA
           LABEL RECORDS ARE STANDARD.
       01  INTERFACE-HEADER-RECORD.
           05  INH-TIPO                   PIC X(03).
           05  FILLER                     PIC X(01).
           05  INH-COMPETENCIA            PIC X(06).
           05  FILLER                     PIC X(01).
           05  INH-DATA-GERACAO           PIC X(08).
           05  FILLER                     PIC X(01).
           05  INH-HORA-GERACAO           PIC X(06).
           05  FILLER                     PIC X(01).
           05  INH-ORIGEM                 PIC X(08).
           05  FILLER                     PIC X(45).
       01  INTERFACE-DETALHE-RECORD.
           05  IND-TIPO                   PIC X(03).
           05  FILLER                     PIC X(01).
           05  IND-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  IND-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  IND-DIAS                   PIC 9(03).
           05  FILLER                     PIC X(01).
           05  IND-MINUTOS-TRAB           PIC 9(06).
           05  FILLER                     PIC X(01).
           05  IND-MINUTOS-PREV           PIC 9(06).
           05  FILLER                     PIC X(01).
           05  IND-MINUTOS-EXTRA          PIC 9(06).
           05  FILLER                     PIC X(01).
           05  IND-MINUTOS-ABAIXO         PIC 9(06).
           05  FILLER                     PIC X(36).
       01  INTERFACE-TRAILER-RECORD.
           05  INT-TIPO                   PIC X(03).
           05  FILLER                     PIC X(01).
           05  INT-QTDE-DETALHES          PIC 9(06).
           05  FILLER                     PIC X(01).
           05  INT-TOTAL-TRAB             PIC 9(08).
           05  FILLER                     PIC X(01).
           05  INT-TOTAL-PREV             PIC 9(08).
           05  FILLER                     PIC X(01).
           05  INT-TOTAL-EXTRA            PIC 9(08).
           05  FILLER                     PIC X(01).
           05  INT-TOTAL-ABAIXO           PIC 9(08).
           05  FILLER                     PIC X(34).

       FD  PENDENCIAS-WORK
           LABEL RECORDS ARE STANDARD.
       01  PENDENCIAS-WORK-RECORD.
           05  PEN-MATRICULA              PIC X(06).
           05  PEN-DATA                   PIC X(08).
           05  PEN-TURNO                  PIC X(01).
           05  PEN-MINUTOS-TRAB           PIC 9(04).
           05  PEN-MOTIVO                 PIC X(20).
           05  FILLER                     PIC X(41).

       FD  CONTROLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROLE-RECORD.
           05  CTL-COMPETENCIA            PIC X(06).
           05  FILLER                     PIC X(01).
           05  CTL-FASE                   PIC X(10).
           05  FILLER                     PIC X(01).
           05  CTL-DATA-EXEC              PIC X(08).
           05  FILLER                     PIC X(01).
           05  CTL-HORA-EXEC              PIC X(06).
           05  FILLER                     PIC X(01).
           05  CTL-ARQUIVADOS             PIC 9(06).
           05  FILLER                     PIC X(01).
           05  CTL-HIST-ANTES             PIC 9(06).
           05  FILLER                     PIC X(33).

       FD  FECHAMENTO-REPORT
           LABEL RECORDS ARE STANDARD.
       01  FECHAMENTO-REPORT-RECORD       PIC X(80).

       SD  CLASSIFICA-HORAS.
       01  CLASSIFICA-HORAS-RECORD.
           05  CLH-MATRICULA              PIC X(06).
           05  CLH-DATA                   PIC X(08).
           05  CLH-SEQUENCIA              PIC 9(08).
           05  CLH-TURNO                  PIC X(01).
           05  CLH-MINUTOS-TRAB           PIC 9(04).
           05  CLH-MINUTOS-PREV           PIC 9(04).
           05  CLH-SITUACAO               PIC X(10).

       WORKING-STORAGE SECTION.
       77  WS-HRSFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-HRSNOVO-STATUS              PIC X(02) VALUE SPACES.
       77  WS-HRSARQ-STATUS               PIC X(02) VALUE SPACES.
       77  WS-FOLHAINT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-WRKPEN-STATUS               PIC X(02) VALUE SPACES.
       77  WS-FECHCTRL-STATUS             PIC X(02) VALUE SPACES.
       77  WS-FECHRPT-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-HORAS-SW                PIC X(01) VALUE "N".
           88  EOF-HORAS                      VALUE "Y".
       77  WS-EOF-CLASSIF-SW              PIC X(01) VALUE "N".
           88  EOF-CLASSIF                    VALUE "Y".
       77  WS-EOF-CONTROLE-SW             PIC X(01) VALUE "N".
           88  EOF-CONTROLE                   VALUE "Y".
       77  WS-EOF-HISTORICO-SW            PIC X(01) VALUE "N".
           88  EOF-HISTORICO                  VALUE "Y".
       77  WS-EOF-PENDENCIAS-SW           PIC X(01) VALUE "N".
           88  EOF-PENDENCIAS                 VALUE "Y".
       77  WS-HRSARQ-ABERTO-SW            PIC X(01) VALUE "N".
           88  HRSARQ-ABERTO                  VALUE "Y".
       77  WS-LINHA-TARDIA-SW             PIC X(01) VALUE "N".
           88  LINHA-TARDIA                   VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-PARM-VALIDO-SW              PIC X(01) VALUE "N".
           88  PARM-VALIDO                    VALUE "Y".
       77  WS-REEXECUCAO-SW               PIC X(01) VALUE "N".
           88  REEXECUCAO                     VALUE "Y".
       77  WS-JA-FECHADA-SW               PIC X(01) VALUE "N".
           88  JA-FECHADA                     VALUE "Y".
       77  WS-CADASTRO-ACHADO-SW          PIC X(01) VALUE "N".
           88  CADASTRO-ACHADO                VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-COMPETENCIA                 PIC X(06) VALUE SPACES.
       77  WS-DATA-HOJE                   PIC X(08) VALUE SPACES.
       77  WS-HORA-AGORA                  PIC X(06) VALUE SPACES.
       77  WS-FASE-CONTROLE               PIC X(10) VALUE SPACES.
       77  WS-DATA-FECHAMENTO             PIC X(08) VALUE SPACES.
       77  WS-MATRICULA-GRUPO             PIC X(06) VALUE SPACES.
       77  WS-DATA-ANTERIOR               PIC X(08) VALUE SPACES.
       77  WS-TURNO-GRUPO                 PIC X(01) VALUE SPACES.
       77  WS-MOTIVO-PENDENCIA            PIC X(20) VALUE SPACES.
       77  WS-SEQUENCIA                   PIC 9(08) COMP VALUE ZERO.
       77  WS-HIST-BASE                   PIC 9(06) COMP VALUE ZERO.
       77  WS-HIST-ATUAL                  PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-PULAR                 PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-PULADOS               PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-ARQ-AGORA             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-LIDOS                 PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-COMPETENCIA           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-MANTIDOS              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-ANTERIORES            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-ARQUIVADOS            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-RETIRADAS             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-TARDIAS               PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-DUPLICADAS            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-SEM-CADASTRO          PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-INDEFINIDOS           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-PAGAS                 PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-DETALHES              PIC 9(06) COMP VALUE ZERO.
       77  WS-DIAS-OPERADOR               PIC 9(04) COMP VALUE ZERO.
       77  WS-TRAB-OPERADOR               PIC 9(08) COMP VALUE ZERO.
       77  WS-PREV-OPERADOR               PIC 9(08) COMP VALUE ZERO.
       77  WS-EXTRA-OPERADOR              PIC 9(08) COMP VALUE ZERO.
       77  WS-ABAIXO-OPERADOR             PIC 9(08) COMP VALUE ZERO.
       77  WS-TOTAL-TRAB                  PIC 9(08) COMP VALUE ZERO.
       77  WS-TOTAL-PREV                  PIC 9(08) COMP VALUE ZERO.
       77  WS-TOTAL-EXTRA                 PIC 9(08) COMP VALUE ZERO.
       77  WS-TOTAL-ABAIXO                PIC 9(08) COMP VALUE ZERO.

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-ANO                 PIC 9(04).
           05  WS-DHA-MES                 PIC 9(02).
           05  WS-DHA-DIA                 PIC 9(02).
           05  WS-DHA-HORA                PIC 9(02).
           05  WS-DHA-MINUTO              PIC 9(02).
           05  WS-DHA-SEGUNDO             PIC 9(02).
           05  FILLER                     PIC X(07).

       01  WS-COMPETENCIA-DESMONTADA.
           05  WS-CMP-ANO                 PIC 9(04).
           05  WS-CMP-MES                 PIC 9(02).

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(40)
               VALUE "FECHAMENTO MENSAL DE HORAS - FOLHA".
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-LINHA-COMPETENCIA.
           05  FILLER                     PIC X(22)
               VALUE "COMPETENCIA (AAAAMM): ".
           05  WS-CPT-COMPETENCIA         PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CPT-SITUACAO            PIC X(40).
           05  FILLER                     PIC X(10) VALUE SPACES.

       01  WS-LINHA-SECAO.
           05  WS-SEC-TEXTO               PIC X(50).
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-LINHA-CABECALHO.
           05  FILLER                     PIC X(09)
               VALUE "MATRICULA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(24) VALUE "NOME".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "T".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "DIAS".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "    TRAB".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "    PREV".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "   EXTRA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "  ABAIXO".
           05  FILLER                     PIC X(03) VALUE SPACES.

       01  WS-LINHA-OPERADOR.
           05  WS-OPE-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-OPE-NOME                PIC X(24).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-TURNO               PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OPE-DIAS                PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-TRAB                PIC ZZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-PREV                PIC ZZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-EXTRA               PIC ZZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OPE-ABAIXO              PIC ZZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.

       01  WS-LINHA-CAB-PENDENCIA.
           05  FILLER                     PIC X(09)
               VALUE "MATRICULA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "DATA".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "TURNO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "TRAB".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(48) VALUE "PENDENCIA".

       01  WS-LINHA-PENDENCIA.
           05  WS-PND-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-PND-DATA                PIC X(08).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-PND-TURNO               PIC X(01).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-PND-TRAB                PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-PND-MOTIVO              PIC X(20).
           05  FILLER                     PIC X(27) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO               PIC X(34) VALUE SPACES.
           05  WS-TOT-QUANTIDADE          PIC ZZZZZZZ9.
           05  FILLER                     PIC X(38) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LENGTH             PIC S9(04) COMP.
           05  LK-PARM-TEXTO.
               10  LK-PARM-COMPETENCIA    PIC X(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DHA-ANO TO WS-DATA-HOJE(1:4)
           MOVE WS-DHA-MES TO WS-DATA-HOJE(5:2)
           MOVE WS-DHA-DIA TO WS-DATA-HOJE(7:2)
           MOVE WS-DHA-HORA TO WS-HORA-AGORA(1:2)
           MOVE WS-DHA-MINUTO TO WS-HORA-AGORA(3:2)
           MOVE WS-DHA-SEGUNDO TO WS-HORA-AGORA(5:2)
           PERFORM 0001-VALIDA-PARM
           IF PARM-VALIDO
               PERFORM 0002-INICIALIZA
               IF ARQUIVOS-OK
                   PERFORM 0002-050-PREPARA-FECHAMENTO
               END-IF
               IF ARQUIVOS-OK
                   SORT CLASSIFICA-HORAS
                       ON ASCENDING KEY CLH-MATRICULA
                                        CLH-DATA
                       ON DESCENDING KEY CLH-SEQUENCIA
                       INPUT PROCEDURE IS 0003-SEPARA-COMPETENCIA
                       OUTPUT PROCEDURE IS 0004-TOTALIZA-COMPETENCIA
                   PERFORM 0005-IMPRIME-PENDENCIAS
               END-IF
           END-IF
           PERFORM 9999-FINALIZAR
                .
       MAIN-PROCEDURE-END.

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
                       DISPLAY "MES DA COMPETENCIA INVALIDO: "
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
                .
       0001-VALIDA-PARM-END.

      *-----------------------------------------------------------------
      * O HRSFILE E LIDO INTEIRO E REGRAVADO EM HRSNOVO; O JCL SO O
      * PROMOVE SE ESTE PASSO NAO FALHAR. A INTERFACE DA FOLHA E
      * ABERTA DEPOIS, EM 0002-050, PORQUE A COMPETENCIA JA FECHADA
      * NAO PODE SOBREPOR A INTERFACE QUE A FOLHA JA RECEBEU.
      *-----------------------------------------------------------------
       0002-INICIALIZA.
           DISPLAY "0002-INICIALIZA"
           OPEN INPUT HORAS-FILE
           IF WS-HRSFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HORAS-FILE: "
                   WS-HRSFILE-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE: "
                   WS-EMPFILE-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT HORAS-NOVO
           IF WS-HRSNOVO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HORAS-NOVO: "
                   WS-HRSNOVO-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT PENDENCIAS-WORK
           IF WS-WRKPEN-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDENCIAS-WORK: "
                   WS-WRKPEN-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT FECHAMENTO-REPORT
           IF WS-FECHRPT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR FECHAMENTO-REPORT: "
                   WS-FECHRPT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
                .
       0002-INICIALIZA-END.

      *-----------------------------------------------------------------
      * O CONTROLE SEGUE O PURGCTRL DO PROG007A. COMPETENCIA COM
      * PASSADA CONCLUIDA E FECHAMENTO JA FEITO: NAO HA NOVO
      * ARQUIVAMENTO NEM NOVA INTERFACE. AS LINHAS DELA QUE AINDA
      * ESTIVEREM NO HRSFILE SAO CONFERIDAS, NA ORDEM, COM AS QUE O
      * FECHAMENTO GRAVOU NO HRSARQ (0003-050): AS QUE CONFEREM
      * (PROMOCAO QUE NAO RODOU) SAO RETIRADAS; AS DEMAIS FORAM
      * LANCADAS DEPOIS DO FECHAMENTO E FICAM NO HRSFILE.
      * COMPETENCIA COM PASSADA SO INICIADA E REEXECUCAO: AS LINHAS
      * QUE A PASSADA INTERROMPIDA JA GRAVOU NO HRSARQ SAO AS
      * PRIMEIRAS DA COMPETENCIA NA ORDEM DO HRSFILE, E A QUANTIDADE
      * E A DIFERENCA DE CONTAGEM DO HRSARQ.
      *-----------------------------------------------------------------
       0002-050-PREPARA-FECHAMENTO.
           DISPLAY "0002-050-PREPARA-FECHAMENTO"
           PERFORM 0002-055-LE-CONTROLES
           IF JA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " JA FECHADA EM " WS-DATA-FECHAMENTO
                   " - INTERFACE NAO REGERADA"
               PERFORM 0002-085-ABRE-HISTORICO
           ELSE
               PERFORM 0002-065-CONTA-HISTORICO
               IF REEXECUCAO
                   IF WS-HIST-ATUAL > WS-HIST-BASE
                       COMPUTE WS-CONTA-PULAR =
                           WS-HIST-ATUAL - WS-HIST-BASE
                   ELSE
                       MOVE ZERO TO WS-CONTA-PULAR
                   END-IF
                   DISPLAY "REEXECUCAO DETECTADA - LINHAS JA "
                       "ARQUIVADAS: " WS-CONTA-PULAR
               ELSE
                   MOVE WS-HIST-ATUAL TO WS-HIST-BASE
                   MOVE ZERO TO WS-CONTA-PULAR
               END-IF
               MOVE "INICIADO" TO WS-FASE-CONTROLE
               PERFORM 0002-075-GRAVA-CONTROLE
               PERFORM 0002-080-ABRE-SAIDAS
           END-IF
                .
       0002-050-PREPARA-FECHAMENTO-END.

      *-----------------------------------------------------------------
       0002-055-LE-CONTROLES.
           OPEN INPUT CONTROLE-FILE
           EVALUATE WS-FECHCTRL-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-CONTROLE-SW
                   PERFORM 0002-060-LE-CONTROLE
                   PERFORM 0002-062-AVALIA-CONTROLE
                       UNTIL EOF-CONTROLE
                   CLOSE CONTROLE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CONTROLE-FILE: "
                       WS-FECHCTRL-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0002-055-LE-CONTROLES-END.

      *-----------------------------------------------------------------
       0002-060-LE-CONTROLE.
           READ CONTROLE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CONTROLE-SW
           END-READ
                .
       0002-060-LE-CONTROLE-END.

      *-----------------------------------------------------------------
       0002-062-AVALIA-CONTROLE.
           IF CTL-COMPETENCIA = WS-COMPETENCIA
               IF CTL-FASE = "CONCLUIDO"
                   MOVE "Y" TO WS-JA-FECHADA-SW
                   MOVE CTL-DATA-EXEC TO WS-DATA-FECHAMENTO
               ELSE
                   IF CTL-HIST-ANTES IS NUMERIC
                       MOVE "Y" TO WS-REEXECUCAO-SW
                       MOVE CTL-HIST-ANTES TO WS-HIST-BASE
                   END-IF
               END-IF
           END-IF
           PERFORM 0002-060-LE-CONTROLE
                .
       0002-062-AVALIA-CONTROLE-END.

      *-----------------------------------------------------------------
       0002-065-CONTA-HISTORICO.
           MOVE ZERO TO WS-HIST-ATUAL
           OPEN INPUT HORAS-ARQUIVO
           EVALUATE WS-HRSARQ-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-HISTORICO-SW
                   PERFORM 0002-070-LE-HISTORICO
                   PERFORM 0002-072-CONTA-REGISTRO
                       UNTIL EOF-HISTORICO
                   CLOSE HORAS-ARQUIVO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO CONTAR HORAS-ARQUIVO: "
                       WS-HRSARQ-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0002-065-CONTA-HISTORICO-END.

      *-----------------------------------------------------------------
       0002-070-LE-HISTORICO.
           READ HORAS-ARQUIVO
               AT END
                   MOVE "Y" TO WS-EOF-HISTORICO-SW
           END-READ
                .
       0002-070-LE-HISTORICO-END.

      *-----------------------------------------------------------------
       0002-072-CONTA-REGISTRO.
           ADD 1 TO WS-HIST-ATUAL
           PERFORM 0002-070-LE-HISTORICO
                .
       0002-072-CONTA-REGISTRO-END.

      *-----------------------------------------------------------------
       0002-075-GRAVA-CONTROLE.
           OPEN EXTEND CONTROLE-FILE
           IF WS-FECHCTRL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONTROLE-FILE: "
                   WS-FECHCTRL-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           ELSE
               MOVE SPACES TO CONTROLE-RECORD
               MOVE WS-COMPETENCIA TO CTL-COMPETENCIA
               MOVE WS-FASE-CONTROLE TO CTL-FASE
               MOVE WS-DATA-HOJE TO CTL-DATA-EXEC
               MOVE WS-HORA-AGORA TO CTL-HORA-EXEC
               MOVE WS-CONTA-ARQUIVADOS TO CTL-ARQUIVADOS
               MOVE WS-HIST-BASE TO CTL-HIST-ANTES
               WRITE CONTROLE-RECORD
               CLOSE CONTROLE-FILE
           END-IF
                .
       0002-075-GRAVA-CONTROLE-END.

      *-----------------------------------------------------------------
       0002-080-ABRE-SAIDAS.
           OPEN EXTEND HORAS-ARQUIVO
           IF WS-HRSARQ-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HORAS-ARQUIVO: "
                   WS-HRSARQ-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT INTERFACE-FOLHA
           IF WS-FOLHAINT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR INTERFACE-FOLHA: "
                   WS-FOLHAINT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           IF ARQUIVOS-OK
               MOVE SPACES TO INTERFACE-HEADER-RECORD
               MOVE "HDR" TO INH-TIPO
               MOVE WS-COMPETENCIA TO INH-COMPETENCIA
               MOVE WS-DATA-HOJE TO INH-DATA-GERACAO
               MOVE WS-HORA-AGORA TO INH-HORA-GERACAO
               MOVE "PROG017A" TO INH-ORIGEM
               WRITE INTERFACE-HEADER-RECORD
           END-IF
                .
       0002-080-ABRE-SAIDAS-END.

      *-----------------------------------------------------------------
       0002-085-ABRE-HISTORICO.
           MOVE "N" TO WS-EOF-HISTORICO-SW
           OPEN INPUT HORAS-ARQUIVO
           EVALUATE WS-HRSARQ-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HRSARQ-ABERTO-SW
               WHEN "35"
                   MOVE "Y" TO WS-EOF-HISTORICO-SW
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR HORAS-ARQUIVO: "
                       WS-HRSARQ-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0002-085-ABRE-HISTORICO-END.

      *-----------------------------------------------------------------
      * AS LINHAS DA COMPETENCIA VAO PARA A CLASSIFICACAO E PARA O
      * HISTORICO; AS DEMAIS FICAM NO HRSFILE NOVO. LINHA DE
      * COMPETENCIA ANTERIOR AINDA NAO FECHADA TAMBEM FICA, E E
      * CONTADA A PARTE NO RELATORIO. A SEQUENCIA DE LEITURA VAI
      * JUNTO PARA A CLASSIFICACAO: NA NOITE DUPLICADA A ULTIMA
      * GRAVACAO (A DO REPROCESSAMENTO) E A QUE VALE.
      *-----------------------------------------------------------------
       0003-SEPARA-COMPETENCIA.
           DISPLAY "0003-SEPARA-COMPETENCIA"
           MOVE "N" TO WS-EOF-HORAS-SW
           PERFORM 0003-010-LE-HORAS
           PERFORM 0003-020-CLASSIFICA-LINHA
               UNTIL EOF-HORAS
           CLOSE HORAS-FILE
           CLOSE HORAS-NOVO
           IF NOT JA-FECHADA OR HRSARQ-ABERTO
               CLOSE HORAS-ARQUIVO
           END-IF
                .
       0003-SEPARA-COMPETENCIA-END.

      *-----------------------------------------------------------------
       0003-010-LE-HORAS.
           READ HORAS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-HORAS-SW
           END-READ
                .
       0003-010-LE-HORAS-END.

      *-----------------------------------------------------------------
       0003-020-CLASSIFICA-LINHA.
           ADD 1 TO WS-CONTA-LIDOS
           IF HRS-DATA(1:6) = WS-COMPETENCIA
               ADD 1 TO WS-CONTA-COMPETENCIA
               IF NOT JA-FECHADA
                   PERFORM 0003-030-ARQUIVA-LINHA
                   PERFORM 0003-040-LIBERA-LINHA
               ELSE
                   PERFORM 0003-050-CONFERE-FECHADA
               END-IF
           ELSE
               ADD 1 TO WS-CONTA-MANTIDOS
               IF HRS-DATA(1:6) < WS-COMPETENCIA
                   ADD 1 TO WS-CONTA-ANTERIORES
               END-IF
               WRITE HORAS-NOVO-RECORD FROM HORAS-RECORD
           END-IF
           PERFORM 0003-010-LE-HORAS
                .
       0003-020-CLASSIFICA-LINHA-END.

      *-----------------------------------------------------------------
       0003-030-ARQUIVA-LINHA.
           ADD 1 TO WS-CONTA-ARQUIVADOS
           IF WS-CONTA-PULADOS < WS-CONTA-PULAR
               ADD 1 TO WS-CONTA-PULADOS
           ELSE
               ADD 1 TO WS-CONTA-ARQ-AGORA
               WRITE HORAS-ARQUIVO-RECORD FROM HORAS-RECORD
           END-IF
                .
       0003-030-ARQUIVA-LINHA-END.

      *-----------------------------------------------------------------
       0003-040-LIBERA-LINHA.
           ADD 1 TO WS-SEQUENCIA
           MOVE HRS-MATRICULA TO CLH-MATRICULA
           MOVE HRS-DATA TO CLH-DATA
           MOVE WS-SEQUENCIA TO CLH-SEQUENCIA
           MOVE HRS-TURNO TO CLH-TURNO
           IF HRS-MINUTOS-TRAB IS NUMERIC
               MOVE HRS-MINUTOS-TRAB TO CLH-MINUTOS-TRAB
           ELSE
               MOVE ZERO TO CLH-MINUTOS-TRAB
           END-IF
           IF HRS-MINUTOS-PREV IS NUMERIC
               MOVE HRS-MINUTOS-PREV TO CLH-MINUTOS-PREV
           ELSE
               MOVE ZERO TO CLH-MINUTOS-PREV
           END-IF
           MOVE HRS-SITUACAO TO CLH-SITUACAO
           RELEASE CLASSIFICA-HORAS-RECORD
                .
       0003-040-LIBERA-LINHA-END.

      *-----------------------------------------------------------------
      * O HRSARQ TEM AS LINHAS DA COMPETENCIA NA ORDEM EM QUE ESTAVAM
      * NO HRSFILE NO FECHAMENTO. A PRIMEIRA LINHA QUE NAO CONFERE
      * (OU QUE SOBRA DEPOIS DO FIM DO HRSARQ) E AS SEGUINTES FORAM
      * LANCADAS DEPOIS DO FECHAMENTO: FICAM NO HRSFILE, NAO SAO
      * PAGAS AQUI E VAO PARA AS PENDENCIAS DA FOLHA.
      *-----------------------------------------------------------------
       0003-050-CONFERE-FECHADA.
           IF NOT LINHA-TARDIA
               PERFORM 0003-055-PROXIMA-ARQUIVADA
               IF EOF-HISTORICO
                   MOVE "Y" TO WS-LINHA-TARDIA-SW
               ELSE
                   IF HORAS-ARQUIVO-RECORD NOT = HORAS-RECORD
                       MOVE "Y" TO WS-LINHA-TARDIA-SW
                   END-IF
               END-IF
           END-IF
           IF LINHA-TARDIA
               ADD 1 TO WS-CONTA-TARDIAS
               ADD 1 TO WS-CONTA-MANTIDOS
               WRITE HORAS-NOVO-RECORD FROM HORAS-RECORD
               MOVE SPACES TO PENDENCIAS-WORK-RECORD
               MOVE HRS-MATRICULA TO PEN-MATRICULA
               MOVE HRS-DATA TO PEN-DATA
               MOVE HRS-TURNO TO PEN-TURNO
               IF HRS-MINUTOS-TRAB IS NUMERIC
                   MOVE HRS-MINUTOS-TRAB TO PEN-MINUTOS-TRAB
               ELSE
                   MOVE ZERO TO PEN-MINUTOS-TRAB
               END-IF
               MOVE "LANCADA APOS FECHAM." TO PEN-MOTIVO
               WRITE PENDENCIAS-WORK-RECORD
           ELSE
               ADD 1 TO WS-CONTA-RETIRADAS
           END-IF
                .
       0003-050-CONFERE-FECHADA-END.

      *-----------------------------------------------------------------
       0003-055-PROXIMA-ARQUIVADA.
           PERFORM 0002-070-LE-HISTORICO
           PERFORM 0002-070-LE-HISTORICO
               UNTIL EOF-HISTORICO
                  OR HORAS-ARQUIVO-RECORD(1:6) = WS-COMPETENCIA
                .
       0003-055-PROXIMA-ARQUIVADA-END.

      *-----------------------------------------------------------------
      * AS LINHAS VOLTAM AGRUPADAS POR MATRICULA, EM ORDEM DE DATA
      * E, DENTRO DA MESMA DATA, DA ULTIMA GRAVACAO PARA A PRIMEIRA.
      *-----------------------------------------------------------------
       0004-TOTALIZA-COMPETENCIA.
           DISPLAY "0004-TOTALIZA-COMPETENCIA"
           IF NOT JA-FECHADA
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TITULO
               MOVE WS-COMPETENCIA TO WS-CPT-COMPETENCIA
               MOVE "FECHAMENTO" TO WS-CPT-SITUACAO
               IF REEXECUCAO
                   MOVE "FECHAMENTO - REEXECUCAO" TO WS-CPT-SITUACAO
               END-IF
               WRITE FECHAMENTO-REPORT-RECORD
                   FROM WS-LINHA-COMPETENCIA
               MOVE SPACES TO FECHAMENTO-REPORT-RECORD
               WRITE FECHAMENTO-REPORT-RECORD
               MOVE "TOTAIS POR OPERADOR (ENVIADOS A FOLHA)"
                   TO WS-SEC-TEXTO
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-SECAO
               WRITE FECHAMENTO-REPORT-RECORD
                   FROM WS-LINHA-CABECALHO
               MOVE "N" TO WS-EOF-CLASSIF-SW
               PERFORM 0004-010-RETORNA-LINHA
               PERFORM 0004-020-PROCESSA-OPERADOR
                   UNTIL EOF-CLASSIF
               PERFORM 0004-070-GRAVA-TRAILER
               CLOSE INTERFACE-FOLHA
           END-IF
           CLOSE PENDENCIAS-WORK
                .
       0004-TOTALIZA-COMPETENCIA-END.

      *-----------------------------------------------------------------
       0004-010-RETORNA-LINHA.
           RETURN CLASSIFICA-HORAS
               AT END
                   MOVE "Y" TO WS-EOF-CLASSIF-SW
           END-RETURN
                .
       0004-010-RETORNA-LINHA-END.

      *-----------------------------------------------------------------
      * OPERADOR QUE SAIU DO CADASTRO NO MES NAO E PAGO PELA
      * INTERFACE: TODAS AS NOITES DELE VAO PARA AS PENDENCIAS, PARA
      * A FOLHA DECIDIR (RESCISAO, TRANSFERENCIA OU ERRO DE PONTO).
      *-----------------------------------------------------------------
       0004-020-PROCESSA-OPERADOR.
           MOVE CLH-MATRICULA TO WS-MATRICULA-GRUPO
           MOVE SPACES TO WS-DATA-ANTERIOR
           MOVE SPACES TO WS-TURNO-GRUPO
           MOVE ZERO TO WS-DIAS-OPERADOR
           MOVE ZERO TO WS-TRAB-OPERADOR
           MOVE ZERO TO WS-PREV-OPERADOR
           MOVE ZERO TO WS-EXTRA-OPERADOR
           MOVE ZERO TO WS-ABAIXO-OPERADOR
           PERFORM 0004-025-PESQUISA-CADASTRO
           PERFORM 0004-030-AVALIA-NOITE
               UNTIL EOF-CLASSIF
                  OR CLH-MATRICULA NOT = WS-MATRICULA-GRUPO
           IF WS-DIAS-OPERADOR > ZERO
               PERFORM 0004-050-GRAVA-DETALHE
               PERFORM 0004-060-IMPRIME-OPERADOR
           END-IF
                .
       0004-020-PROCESSA-OPERADOR-END.

      *-----------------------------------------------------------------
       0004-025-PESQUISA-CADASTRO.
           MOVE "N" TO WS-CADASTRO-ACHADO-SW
           MOVE WS-MATRICULA-GRUPO TO EMP-MATRICULA
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NOME
               NOT INVALID KEY
                   MOVE "Y" TO WS-CADASTRO-ACHADO-SW
           END-READ
                .
       0004-025-PESQUISA-CADASTRO-END.

      *-----------------------------------------------------------------
      * A PRIMEIRA LINHA DE CADA DATA E A ULTIMA GRAVADA; AS
      * SEGUINTES DA MESMA DATA SAO NOITES DUPLICADAS E NAO ENTRAM
      * NA SOMA.
      *-----------------------------------------------------------------
       0004-030-AVALIA-NOITE.
           MOVE SPACES TO WS-MOTIVO-PENDENCIA
           EVALUATE TRUE
               WHEN CLH-DATA = WS-DATA-ANTERIOR
                   MOVE "NOITE DUPLICADA" TO WS-MOTIVO-PENDENCIA
                   ADD 1 TO WS-CONTA-DUPLICADAS
               WHEN NOT CADASTRO-ACHADO
                   MOVE "SEM CADASTRO" TO WS-MOTIVO-PENDENCIA
                   ADD 1 TO WS-CONTA-SEM-CADASTRO
               WHEN CLH-SITUACAO = "INDEFINIDO"
                 OR CLH-TURNO NOT = "1" AND "2" AND "3"
                   MOVE "TURNO INDEFINIDO" TO WS-MOTIVO-PENDENCIA
                   ADD 1 TO WS-CONTA-INDEFINIDOS
               WHEN CLH-MINUTOS-PREV = ZERO
                   MOVE "SEM CADASTRO" TO WS-MOTIVO-PENDENCIA
                   ADD 1 TO WS-CONTA-SEM-CADASTRO
               WHEN OTHER
                   PERFORM 0004-040-ACUMULA-NOITE
           END-EVALUATE
           IF WS-MOTIVO-PENDENCIA NOT = SPACES
               MOVE SPACES TO PENDENCIAS-WORK-RECORD
               MOVE CLH-MATRICULA TO PEN-MATRICULA
               MOVE CLH-DATA TO PEN-DATA
               MOVE CLH-TURNO TO PEN-TURNO
               MOVE CLH-MINUTOS-TRAB TO PEN-MINUTOS-TRAB
               MOVE WS-MOTIVO-PENDENCIA TO PEN-MOTIVO
               WRITE PENDENCIAS-WORK-RECORD
           END-IF
           MOVE CLH-DATA TO WS-DATA-ANTERIOR
           PERFORM 0004-010-RETORNA-LINHA
                .
       0004-030-AVALIA-NOITE-END.

      *-----------------------------------------------------------------
       0004-040-ACUMULA-NOITE.
           ADD 1 TO WS-CONTA-PAGAS
           ADD 1 TO WS-DIAS-OPERADOR
           MOVE CLH-TURNO TO WS-TURNO-GRUPO
           ADD CLH-MINUTOS-TRAB TO WS-TRAB-OPERADOR
           ADD CLH-MINUTOS-PREV TO WS-PREV-OPERADOR
           IF CLH-MINUTOS-TRAB > CLH-MINUTOS-PREV
               COMPUTE WS-EXTRA-OPERADOR = WS-EXTRA-OPERADOR
                   + CLH-MINUTOS-TRAB - CLH-MINUTOS-PREV
           END-IF
           IF CLH-MINUTOS-TRAB < CLH-MINUTOS-PREV
               COMPUTE WS-ABAIXO-OPERADOR = WS-ABAIXO-OPERADOR
                   + CLH-MINUTOS-PREV - CLH-MINUTOS-TRAB
           END-IF
                .
       0004-040-ACUMULA-NOITE-END.

      *-----------------------------------------------------------------
       0004-050-GRAVA-DETALHE.
           ADD 1 TO WS-CONTA-DETALHES
           ADD WS-TRAB-OPERADOR TO WS-TOTAL-TRAB
           ADD WS-PREV-OPERADOR TO WS-TOTAL-PREV
           ADD WS-EXTRA-OPERADOR TO WS-TOTAL-EXTRA
           ADD WS-ABAIXO-OPERADOR TO WS-TOTAL-ABAIXO
           MOVE SPACES TO INTERFACE-DETALHE-RECORD
           MOVE "DET" TO IND-TIPO
           MOVE WS-MATRICULA-GRUPO TO IND-MATRICULA
           MOVE WS-TURNO-GRUPO TO IND-TURNO
           MOVE WS-DIAS-OPERADOR TO IND-DIAS
           MOVE WS-TRAB-OPERADOR TO IND-MINUTOS-TRAB
           MOVE WS-PREV-OPERADOR TO IND-MINUTOS-PREV
           MOVE WS-EXTRA-OPERADOR TO IND-MINUTOS-EXTRA
           MOVE WS-ABAIXO-OPERADOR TO IND-MINUTOS-ABAIXO
           WRITE INTERFACE-DETALHE-RECORD
                .
       0004-050-GRAVA-DETALHE-END.

      *-----------------------------------------------------------------
       0004-060-IMPRIME-OPERADOR.
           MOVE WS-MATRICULA-GRUPO TO WS-OPE-MATRICULA
           MOVE EMP-NOME TO WS-OPE-NOME
           MOVE WS-TURNO-GRUPO TO WS-OPE-TURNO
           MOVE WS-DIAS-OPERADOR TO WS-OPE-DIAS
           MOVE WS-TRAB-OPERADOR TO WS-OPE-TRAB
           MOVE WS-PREV-OPERADOR TO WS-OPE-PREV
           MOVE WS-EXTRA-OPERADOR TO WS-OPE-EXTRA
           MOVE WS-ABAIXO-OPERADOR TO WS-OPE-ABAIXO
           WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-OPERADOR
                .
       0004-060-IMPRIME-OPERADOR-END.

      *-----------------------------------------------------------------
       0004-070-GRAVA-TRAILER.
           MOVE SPACES TO INTERFACE-TRAILER-RECORD
           MOVE "TRL" TO INT-TIPO
           MOVE WS-CONTA-DETALHES TO INT-QTDE-DETALHES
           MOVE WS-TOTAL-TRAB TO INT-TOTAL-TRAB
           MOVE WS-TOTAL-PREV TO INT-TOTAL-PREV
           MOVE WS-TOTAL-EXTRA TO INT-TOTAL-EXTRA
           MOVE WS-TOTAL-ABAIXO TO INT-TOTAL-ABAIXO
           WRITE INTERFACE-TRAILER-RECORD
                .
       0004-070-GRAVA-TRAILER-END.

      *-----------------------------------------------------------------
       0005-IMPRIME-PENDENCIAS.
           DISPLAY "0005-IMPRIME-PENDENCIAS"
           IF JA-FECHADA
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TITULO
               MOVE WS-COMPETENCIA TO WS-CPT-COMPETENCIA
               MOVE "JA FECHADA - INTERFACE NAO REGERADA"
                   TO WS-CPT-SITUACAO
               WRITE FECHAMENTO-REPORT-RECORD
                   FROM WS-LINHA-COMPETENCIA
               MOVE "LINHAS LANCADAS APOS O FECHAMENTO (NO HRSFILE)"
                   TO WS-SEC-TEXTO
           ELSE
               MOVE "PENDENCIAS PARA DECISAO DA FOLHA (NAO PAGAS)"
                   TO WS-SEC-TEXTO
           END-IF
           MOVE SPACES TO FECHAMENTO-REPORT-RECORD
           WRITE FECHAMENTO-REPORT-RECORD
           WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE FECHAMENTO-REPORT-RECORD
               FROM WS-LINHA-CAB-PENDENCIA
           OPEN INPUT PENDENCIAS-WORK
           IF WS-WRKPEN-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR PENDENCIAS-WORK: "
                   WS-WRKPEN-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           ELSE
               MOVE "N" TO WS-EOF-PENDENCIAS-SW
               PERFORM 0005-010-LE-PENDENCIA
               PERFORM 0005-020-IMPRIME-PENDENCIA
                   UNTIL EOF-PENDENCIAS
               CLOSE PENDENCIAS-WORK
           END-IF
                .
       0005-IMPRIME-PENDENCIAS-END.

      *-----------------------------------------------------------------
       0005-010-LE-PENDENCIA.
           READ PENDENCIAS-WORK
               AT END
                   MOVE "Y" TO WS-EOF-PENDENCIAS-SW
           END-READ
                .
       0005-010-LE-PENDENCIA-END.

      *-----------------------------------------------------------------
       0005-020-IMPRIME-PENDENCIA.
           MOVE PEN-MATRICULA TO WS-PND-MATRICULA
           MOVE PEN-DATA TO WS-PND-DATA
           MOVE PEN-TURNO TO WS-PND-TURNO
           MOVE PEN-MINUTOS-TRAB TO WS-PND-TRAB
           MOVE PEN-MOTIVO TO WS-PND-MOTIVO
           WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-PENDENCIA
           PERFORM 0005-010-LE-PENDENCIA
                .
       0005-020-IMPRIME-PENDENCIA-END.

      *-----------------------------------------------------------------
      * COMPETENCIA JA FECHADA TERMINA COM RC 0008 MAS DEIXA O JCL
      * PROMOVER O HRSNOVO: E ASSIM QUE AS LINHAS QUE SOBRARAM DE
      * UMA PROMOCAO FALHA SAEM DO HRSFILE SEM SEREM PAGAS DE NOVO.
      * AS LANCADAS APOS O FECHAMENTO CONTINUAM NO HRSNOVO.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
           IF PARM-VALIDO AND ARQUIVOS-OK
               IF NOT JA-FECHADA
                   MOVE "CONCLUIDO" TO WS-FASE-CONTROLE
                   PERFORM 0002-075-GRAVA-CONTROLE
               END-IF
               PERFORM 9999-010-GRAVA-TOTAIS
               CLOSE EMPLOYEE-FILE
               CLOSE FECHAMENTO-REPORT
           END-IF
           EVALUATE TRUE
               WHEN NOT PARM-VALIDO
                   MOVE 0016 TO WS-RETURN-CODE
               WHEN ARQUIVOS-FALHOU
                   MOVE 0012 TO WS-RETURN-CODE
               WHEN JA-FECHADA
                   MOVE 0008 TO WS-RETURN-CODE
               WHEN WS-CONTA-DUPLICADAS > ZERO
                   OR WS-CONTA-SEM-CADASTRO > ZERO
                   OR WS-CONTA-INDEFINIDOS > ZERO
                   OR WS-CONTA-ANTERIORES > ZERO
                   MOVE 0004 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
       9999-010-GRAVA-TOTAIS.
           MOVE SPACES TO FECHAMENTO-REPORT-RECORD
           WRITE FECHAMENTO-REPORT-RECORD
           MOVE "CONTROLE DO FECHAMENTO" TO WS-SEC-TEXTO
           WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-SECAO
           MOVE "LINHAS LIDAS DO HRSFILE:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-LIDOS TO WS-TOT-QUANTIDADE
           WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "LINHAS DA COMPETENCIA:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-COMPETENCIA TO WS-TOT-QUANTIDADE
           WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "LINHAS MANTIDAS NO HRSFILE:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-MANTIDOS TO WS-TOT-QUANTIDADE
           WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  DE COMPETENCIA ANTERIOR:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-ANTERIORES TO WS-TOT-QUANTIDADE
           WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
           IF JA-FECHADA
               MOVE "LINHAS JA ARQUIVADAS, RETIRADAS:"
                   TO WS-TOT-TEXTO
               MOVE WS-CONTA-RETIRADAS TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE "LINHAS LANCADAS APOS O FECHAMENTO:"
                   TO WS-TOT-TEXTO
               MOVE WS-CONTA-TARDIAS TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
           ELSE
               MOVE "LINHAS ARQUIVADAS NO HRSARQ:" TO WS-TOT-TEXTO
               MOVE WS-CONTA-ARQUIVADOS TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               IF REEXECUCAO
                   MOVE "  JA ARQUIVADAS ANTERIORMENTE:"
                       TO WS-TOT-TEXTO
                   MOVE WS-CONTA-PULADOS TO WS-TOT-QUANTIDADE
                   WRITE FECHAMENTO-REPORT-RECORD
                       FROM WS-LINHA-TOTAL
                   MOVE "  ARQUIVADAS NESTA EXECUCAO:"
                       TO WS-TOT-TEXTO
                   MOVE WS-CONTA-ARQ-AGORA TO WS-TOT-QUANTIDADE
                   WRITE FECHAMENTO-REPORT-RECORD
                       FROM WS-LINHA-TOTAL
               END-IF
               MOVE "NOITES PAGAS:" TO WS-TOT-TEXTO
               MOVE WS-CONTA-PAGAS TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE "NOITES DUPLICADAS:" TO WS-TOT-TEXTO
               MOVE WS-CONTA-DUPLICADAS TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE "NOITES SEM CADASTRO:" TO WS-TOT-TEXTO
               MOVE WS-CONTA-SEM-CADASTRO TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE "NOITES COM TURNO INDEFINIDO:" TO WS-TOT-TEXTO
               MOVE WS-CONTA-INDEFINIDOS TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE "DETALHES NA INTERFACE:" TO WS-TOT-TEXTO
               MOVE WS-CONTA-DETALHES TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE "MINUTOS TRABALHADOS:" TO WS-TOT-TEXTO
               MOVE WS-TOTAL-TRAB TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE "MINUTOS PREVISTOS:" TO WS-TOT-TEXTO
               MOVE WS-TOTAL-PREV TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE "MINUTOS EXTRAS:" TO WS-TOT-TEXTO
               MOVE WS-TOTAL-EXTRA TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE "MINUTOS ABAIXO DA JORNADA:" TO WS-TOT-TEXTO
               MOVE WS-TOTAL-ABAIXO TO WS-TOT-QUANTIDADE
               WRITE FECHAMENTO-REPORT-RECORD FROM WS-LINHA-TOTAL
           END-IF
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG017A.
