      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG022A - PREVISAO DE COBERTURA DOS
      *           TURNOS PARA OS PROXIMOS DIAS (PADRAO 14, PARM NN).
      *           PARTE DO CADASTRO DE HOJE (EMPIDX), APLICA NA DATA
      *           EFETIVA OS MOVIMENTOS ADD/CHG/DEL QUE AGUARDAM NO
      *           MOVPEND DO PROG003A, AS TROCAS DE TURNO APROVADAS
      *           (TURNOVRD) E DESCONTA OS AFASTAMENTOS PROGRAMADOS
      *           (PLANABS) DE CADA DIA. IMPRIME A GRADE DIA X TURNO
      *           CONTRA O MINIMO DO STAFRULE, MARCA CADA TURNO QUE
      *           FICARA ABAIXO DO MINIMO E LISTA OS AFASTAMENTOS,
      *           TROCAS E MOVIMENTOS QUE CAUSAM CADA FALTA.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      MINIMO POR TIPO DE DIA, COMO NO PROG004A:
      *                    O TIPO DE CADA DIA DO HORIZONTE VEM DO
      *                    CALENDARIO (CALENDAR) E A REGRA DO STAFRULE
      *                    DAQUELE TIPO SUBSTITUI A GERAL DO TURNO
      *                    NAQUELE DIA. A GRADE MOSTRA O TIPO DO DIA.
      * 15/10/2026 SM      MATRICULA EXCLUIDA NO HORIZONTE CONTA COMO
      *                    NAO CADASTRADA; CRITICA DE MATRICULA E NOME
      *                    EM BRANCO COMO NO PROG003A.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG022A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-FILE ASSIGN TO "STAFRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFRULE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT PENDENTES-FILE ASSIGN TO "MOVPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVPEND-STATUS.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "PLANABS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANABS-STATUS.
           SELECT SUBSTITUICOES-FILE ASSIGN TO "TURNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOVRD-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DEFICITS-WORK ASSIGN TO "WRKDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKDEF-STATUS.
           SELECT PREVISAO-REPORT ASSIGN TO "FCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCSTRPT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGRAS-RECORD.
           05  REGRA-TURNO                PIC X(01).
           05  FILLER                     PIC X(01).
           05  REGRA-MINIMO               PIC 9(04).
           05  FILLER                     PIC X(01).
           05  REGRA-TIPO-DIA             PIC X(01).
           05  FILLER                     PIC X(72).

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMP-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  EMP-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  EMP-TURNO                  PIC X(01).
           05  FILLER                     PIC X(41).

       FD  PENDENTES-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDENTES-RECORD.
           05  MOV-TIPO                   PIC X(03).
           05  FILLER                     PIC X(01).
           05  MOV-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  MOV-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  MOV-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  MOV-DATA-EFETIVA           PIC X(08).
           05  FILLER                     PIC X(28).

       FD  AFASTAMENTOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AFASTAMENTOS-RECORD.
           05  AFA-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  AFA-TIPO                   PIC X(10).
           05  FILLER                     PIC X(01).
           05  AFA-DATA-INICIO            PIC X(08).
           05  FILLER                     PIC X(01).
           05  AFA-DATA-FIM               PIC X(08).
           05  FILLER                     PIC X(45).

       FD  SUBSTITUICOES-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUBSTITUICOES-RECORD.
           05  OVR-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  OVR-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  OVR-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  OVR-TURNO-CADASTRO         PIC X(01).
           05  FILLER                     PIC X(01).
           05  OVR-PARCEIRO               PIC X(06).
           05  FILLER                     PIC X(01).
           05  OVR-APROVADOR              PIC X(08).
           05  FILLER                     PIC X(45).

       FD  CALENDARIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDARIO-RECORD.
           05  CAL-TIPO-REGISTRO          PIC X(01).
           05  FILLER                     PIC X(01).
           05  CAL-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  CAL-TIPO-DIA               PIC X(01).
           05  FILLER                     PIC X(01).
           05  CAL-DESCRICAO              PIC X(30).
           05  FILLER                     PIC X(37).

       FD  DEFICITS-WORK
           LABEL RECORDS ARE STANDARD.
       01  DEFICITS-WORK-RECORD           PIC X(80).

       FD  PREVISAO-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PREVISAO-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-STAFRULE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-MOVPEND-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PLANABS-STATUS              PIC X(02) VALUE SPACES.
       77  WS-TURNOVRD-STATUS             PIC X(02) VALUE SPACES.
       77  WS-WRKDEF-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CALENDAR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-CALENDARIO-SW           PIC X(01) VALUE "N".
           88  EOF-CALENDARIO                 VALUE "Y".
       77  WS-TOTAL-CALENDARIO            PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-CALENDARIO              PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-TIPO                    PIC 9(04) COMP VALUE ZERO.
       77  WS-TIPO-DIA                    PIC X(01) VALUE SPACES.
       77  WS-FCSTRPT-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-REGRAS-SW               PIC X(01) VALUE "N".
           88  EOF-REGRAS                     VALUE "Y".
       77  WS-EOF-EMPLOYEE-SW             PIC X(01) VALUE "N".
           88  EOF-EMPLOYEE                   VALUE "Y".
       77  WS-EOF-PENDENTE-SW             PIC X(01) VALUE "N".
           88  EOF-PENDENTE                   VALUE "Y".
       77  WS-EOF-AFASTAMENTO-SW          PIC X(01) VALUE "N".
           88  EOF-AFASTAMENTO                VALUE "Y".
       77  WS-EOF-SUBSTITUICAO-SW         PIC X(01) VALUE "N".
           88  EOF-SUBSTITUICAO               VALUE "Y".
       77  WS-EOF-DEFICIT-SW              PIC X(01) VALUE "N".
           88  EOF-DEFICIT                    VALUE "Y".
       77  WS-PARM-VALIDO-SW              PIC X(01) VALUE "N".
           88  PARM-VALIDO                    VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-OPERADOR-ACHADO-SW          PIC X(01) VALUE "N".
           88  OPERADOR-ACHADO                VALUE "Y".
       77  WS-OPERADOR-ATIVO-SW           PIC X(01) VALUE "N".
           88  OPERADOR-ATIVO                 VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-HORIZONTE                   PIC 9(02) VALUE 14.
       77  WS-DATA-HOJE                   PIC 9(08) VALUE ZERO.
       77  WS-DATA-PRIMEIRO-DIA           PIC 9(08) VALUE ZERO.
       77  WS-DATA-ULTIMO-DIA             PIC 9(08) VALUE ZERO.
       77  WS-DATA-DIA                    PIC 9(08) VALUE ZERO.
       77  WS-DIA-HOJE                    PIC 9(07) COMP VALUE ZERO.
       77  WS-DIA-PROJECAO                PIC 9(07) COMP VALUE ZERO.
       77  WS-IND-DIA                     PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-TURNO                   PIC 9(04) COMP VALUE ZERO.
       77  WS-TURNO-NUMERICO              PIC 9(01) VALUE ZERO.
       77  WS-TURNO-ANALISE               PIC X(01) VALUE SPACES.
       77  WS-MATRICULA-PESQUISA          PIC X(06) VALUE SPACES.
       77  WS-TOTAL-OPERADORES            PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-OPERADOR                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-VARREDURA               PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-OPERADORES           PIC 9(04) COMP VALUE 3000.
       77  WS-TOTAL-PENDENTES             PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-PENDENTE                PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-PENDENTES            PIC 9(04) COMP VALUE 500.
       77  WS-TOTAL-AFASTAMENTOS          PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-AFASTAMENTO             PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-AFASTAMENTOS         PIC 9(04) COMP VALUE 500.
       77  WS-TOTAL-TROCAS                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-TROCA                   PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-TROCAS               PIC 9(04) COMP VALUE 200.
       77  WS-CONTA-CADASTRO              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-FORA-HORIZONTE        PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-APLICADOS             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-REJEITADOS            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-DEFICITS              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-CAUSAS                PIC 9(04) COMP VALUE ZERO.
       77  WS-FALTAM                      PIC 9(04) COMP VALUE ZERO.
       77  WS-MOTIVO-REJEICAO             PIC X(30) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-DATA                PIC 9(08).
           05  FILLER                     PIC X(13).

      * O CADASTRO E CARREGADO UMA VEZ E EVOLUI DIA A DIA COM OS
      * MOVIMENTOS PENDENTES. O OPERADOR EXCLUIDO FICA NA TABELA
      * INATIVO; O TURNO DO DIA JA CONSIDERA A TROCA APROVADA.
       01  WS-TABELA-OPERADORES.
           05  WS-OPERADOR-ENTRADA OCCURS 3000 TIMES.
               10  WS-OPE-MATRICULA       PIC X(06).
               10  WS-OPE-TURNO           PIC X(01).
               10  WS-OPE-TURNO-DIA       PIC X(01).
               10  WS-OPE-ATIVO-SW        PIC X(01).
                   88  OPE-ATIVO              VALUE "S".
               10  WS-OPE-AFASTADO-SW     PIC X(01).
                   88  OPE-AFASTADO           VALUE "S".

      * MOVIMENTOS PENDENTES NA ORDEM DO MOVPEND, QUE E A ORDEM EM
      * QUE O PROG003A VAI APLICA-LOS. O TURNO ANTERIOR E GUARDADO
      * NA APLICACAO PARA A LISTA DE CAUSAS.
       01  WS-TABELA-PENDENTES.
           05  WS-PENDENTE-ENTRADA OCCURS 500 TIMES.
               10  WS-PEN-DATA            PIC 9(08).
               10  WS-PEN-TIPO            PIC X(03).
               10  WS-PEN-MATRICULA       PIC X(06).
               10  WS-PEN-TURNO           PIC X(01).
               10  WS-PEN-TURNO-ANTERIOR  PIC X(01).
               10  WS-PEN-NOME-SW         PIC X(01).
                   88  PEN-NOME-EM-BRANCO     VALUE "S".
               10  WS-PEN-SITUACAO        PIC X(01).
                   88  PEN-AGUARDANDO         VALUE "P".
                   88  PEN-APLICADO           VALUE "A".
                   88  PEN-REJEITADO          VALUE "R".

       01  WS-TABELA-AFASTAMENTOS.
           05  WS-AFASTAMENTO-ENTRADA OCCURS 500 TIMES.
               10  WS-AFT-MATRICULA       PIC X(06).
               10  WS-AFT-TIPO            PIC X(10).
               10  WS-AFT-DATA-INICIO     PIC 9(08).
               10  WS-AFT-DATA-FIM        PIC 9(08).

       01  WS-TABELA-TROCAS.
           05  WS-TROCA-ENTRADA OCCURS 200 TIMES.
               10  WS-TRO-DATA            PIC 9(08).
               10  WS-TRO-MATRICULA       PIC X(06).
               10  WS-TRO-TURNO           PIC X(01).

      * POSICAO 1 A 3 = TURNO 1 (MANHA), 2 (TARDE) E 3 (NOITE).
      * TURNO SEM REGRA NO STAFRULE FICA COM MINIMO ZERO E NUNCA E
      * MARCADO. WS-TUR-MINIMO E O MINIMO DO DIA PROJETADO: O DO
      * TIPO DO DIA (1 = U, 2 = F, 3 = H) QUANDO HOUVER REGRA, SENAO
      * O GERAL.
       01  WS-TABELA-TURNOS.
           05  WS-TURNO-ENTRADA OCCURS 3 TIMES.
               10  WS-TUR-MINIMO          PIC 9(04) COMP VALUE ZERO.
               10  WS-TUR-PREVISTOS       PIC 9(04) COMP VALUE ZERO.
               10  WS-TUR-MINIMO-GERAL    PIC 9(04) COMP VALUE ZERO.
               10  WS-TUR-TIPO-ENTRADA OCCURS 3 TIMES.
                   15  WS-TUR-MINIMO-TIPO PIC 9(04) COMP VALUE ZERO.
                   15  WS-TUR-TIPO-SW     PIC X(01) VALUE "N".
                       88  TUR-TEM-MINIMO-TIPO    VALUE "Y".

      * TIPO DE CADA DIA DO HORIZONTE (NO MAXIMO 31 DIAS).
       01  WS-TABELA-CALENDARIO.
           05  WS-CALENDARIO-ENTRADA OCCURS 31 TIMES.
               10  WS-CLD-DATA            PIC 9(08).
               10  WS-CLD-TIPO            PIC X(01).

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(40)
               VALUE "PREVISAO DE COBERTURA DOS TURNOS".
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-LINHA-PARAMETROS.
           05  FILLER                     PIC X(10) VALUE "HORIZONTE:".
           05  WS-PRM-HORIZONTE           PIC Z9.
           05  FILLER                     PIC X(07) VALUE " DIAS (".
           05  WS-PRM-PRIMEIRO-DIA        PIC X(08).
           05  FILLER                     PIC X(03) VALUE " A ".
           05  WS-PRM-ULTIMO-DIA          PIC X(08).
           05  FILLER                     PIC X(01) VALUE ")".
           05  FILLER                     PIC X(41) VALUE SPACES.

       01  WS-LINHA-SECAO.
           05  WS-SEC-TEXTO               PIC X(80).

       01  WS-LINHA-CABECALHO.
           05  FILLER                     PIC X(09) VALUE "DATA".
           05  FILLER                     PIC X(01) VALUE "T".
           05  FILLER                     PIC X(18)
               VALUE "MANHA PREV/MIN".
           05  FILLER                     PIC X(18)
               VALUE "TARDE PREV/MIN".
           05  FILLER                     PIC X(34)
               VALUE "NOITE PREV/MIN".

      * CADA CELULA TRAZ OS OPERADORES PREVISTOS, O MINIMO DA REGRA
      * E A MARCA FALTA QUANDO O PREVISTO FICA ABAIXO DO MINIMO.
       01  WS-LINHA-GRADE.
           05  WS-GRD-DATA                PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-GRD-TIPO-DIA            PIC X(01).
           05  WS-GRD-CELULA OCCURS 3 TIMES.
               10  WS-GRD-PREVISTOS       PIC ZZZ9.
               10  WS-GRD-BARRA           PIC X(01).
               10  WS-GRD-MINIMO          PIC ZZZ9.
               10  FILLER                 PIC X(01).
               10  WS-GRD-MARCA           PIC X(05).
               10  FILLER                 PIC X(03).
           05  FILLER                     PIC X(16).

       01  WS-LINHA-DEFICIT.
           05  WS-DEF-DATA                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DEF-TURNO-DESC          PIC X(12).
           05  FILLER                     PIC X(11)
               VALUE "PREVISTOS:".
           05  WS-DEF-PREVISTOS           PIC ZZZ9.
           05  FILLER                     PIC X(09) VALUE "  MINIMO:".
           05  WS-DEF-MINIMO              PIC ZZZ9.
           05  FILLER                     PIC X(09) VALUE "  FALTAM:".
           05  WS-DEF-FALTAM              PIC ZZZ9.
           05  FILLER                     PIC X(18) VALUE SPACES.

       01  WS-LINHA-CAUSA.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-CAU-ORIGEM              PIC X(12).
           05  WS-CAU-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CAU-DETALHE             PIC X(56).

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO               PIC X(40).
           05  WS-TOT-QUANTIDADE          PIC ZZZZZ9.
           05  FILLER                     PIC X(34) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LENGTH             PIC S9(04) COMP.
           05  LK-PARM-TEXTO.
               10  LK-PARM-HORIZONTE      PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-PROCEDURE.
           PERFORM 0001-VALIDA-PARM
           IF PARM-VALIDO
               PERFORM 0002-INICIALIZA
               IF ARQUIVOS-OK
                   PERFORM 0003-CARREGA-ARQUIVOS
               END-IF
               IF ARQUIVOS-OK
                   PERFORM 0004-PROJETA-HORIZONTE
                   PERFORM 0005-IMPRIME-DEFICITS
               END-IF
           END-IF
           PERFORM 9999-FINALIZAR
                .
       MAIN-PROCEDURE-END.

      *-----------------------------------------------------------------
      * PARM OPCIONAL: NN = DIAS DO HORIZONTE, DE 01 A 31. SEM PARM
      * A PREVISAO COBRE OS PROXIMOS 14 DIAS. EX.: PARM='14'.
      *-----------------------------------------------------------------
       0001-VALIDA-PARM.
           DISPLAY "0001-VALIDA-PARM"
           MOVE "N" TO WS-PARM-VALIDO-SW
           EVALUATE TRUE
               WHEN LK-PARM-LENGTH = ZERO
                   MOVE "Y" TO WS-PARM-VALIDO-SW
               WHEN LK-PARM-LENGTH NOT = 2
                   DISPLAY "PARM COM TAMANHO INVALIDO: "
                       LK-PARM-LENGTH
               WHEN LK-PARM-HORIZONTE IS NOT NUMERIC
                 OR LK-PARM-HORIZONTE = "00"
                 OR LK-PARM-HORIZONTE > "31"
                   DISPLAY "HORIZONTE EM DIAS INVALIDO: "
                       LK-PARM-HORIZONTE
               WHEN OTHER
                   MOVE LK-PARM-HORIZONTE TO WS-HORIZONTE
                   MOVE "Y" TO WS-PARM-VALIDO-SW
           END-EVALUATE
                .
       0001-VALIDA-PARM-END.

      *-----------------------------------------------------------------
      * O PRIMEIRO DIA DA PREVISAO E AMANHA: A COBERTURA DE HOJE JA
      * E VALIDADA PELO PROG004A NO LOTE NOTURNO.
      *-----------------------------------------------------------------
       0002-INICIALIZA.
           DISPLAY "0002-INICIALIZA"
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DHA-DATA TO WS-DATA-HOJE
           COMPUTE WS-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DATA-PRIMEIRO-DIA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-HOJE + 1)
           COMPUTE WS-DATA-ULTIMO-DIA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-HOJE + WS-HORIZONTE)
           OPEN INPUT REGRAS-FILE
           IF WS-STAFRULE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REGRAS-FILE: "
                   WS-STAFRULE-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE: "
                   WS-EMPFILE-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT DEFICITS-WORK
           IF WS-WRKDEF-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR DEFICITS-WORK: "
                   WS-WRKDEF-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT PREVISAO-REPORT
           IF WS-FCSTRPT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PREVISAO-REPORT: "
                   WS-FCSTRPT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
                .
       0002-INICIALIZA-END.

      *-----------------------------------------------------------------
       0003-CARREGA-ARQUIVOS.
           DISPLAY "0003-CARREGA-ARQUIVOS"
           PERFORM 0003-010-CARREGA-REGRAS
           PERFORM 0003-030-CARREGA-CADASTRO
           PERFORM 0003-050-CARREGA-PENDENTES
           PERFORM 0003-070-CARREGA-AFASTAMENTOS
           PERFORM 0003-090-CARREGA-TROCAS
           PERFORM 0003-100-CARREGA-CALENDARIO
                .
       0003-CARREGA-ARQUIVOS-END.

      *-----------------------------------------------------------------
      * MESMA CRITICA DO PROG004A: REGRA COM TURNO INVALIDO, MINIMO
      * NAO NUMERICO OU TIPO DE DIA INVALIDO E EXIBIDA E IGNORADA.
      *-----------------------------------------------------------------
       0003-010-CARREGA-REGRAS.
           MOVE "N" TO WS-EOF-REGRAS-SW
           PERFORM 0003-015-LE-REGRA
           PERFORM 0003-020-GUARDA-REGRA
               UNTIL EOF-REGRAS
           CLOSE REGRAS-FILE
                .
       0003-010-CARREGA-REGRAS-END.

      *-----------------------------------------------------------------
       0003-015-LE-REGRA.
           READ REGRAS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-REGRAS-SW
           END-READ
                .
       0003-015-LE-REGRA-END.

      *-----------------------------------------------------------------
       0003-020-GUARDA-REGRA.
           IF REGRA-TURNO NOT = "1" AND "2" AND "3"
               DISPLAY "REGRA COM TURNO INVALIDO IGNORADA: "
                   REGRA-TURNO
           ELSE
           IF REGRA-MINIMO NOT NUMERIC
               DISPLAY "REGRA COM MINIMO NAO NUMERICO IGNORADA - "
                   "TURNO: " REGRA-TURNO
           ELSE
               MOVE REGRA-TURNO TO WS-TURNO-NUMERICO
               MOVE WS-TURNO-NUMERICO TO WS-IND-TURNO
               EVALUATE REGRA-TIPO-DIA
                   WHEN SPACE
                       MOVE REGRA-MINIMO
                           TO WS-TUR-MINIMO-GERAL(WS-IND-TURNO)
                   WHEN "U"
                       MOVE 1 TO WS-IND-TIPO
                       PERFORM 0003-025-GUARDA-MINIMO-TIPO
                   WHEN "F"
                       MOVE 2 TO WS-IND-TIPO
                       PERFORM 0003-025-GUARDA-MINIMO-TIPO
                   WHEN "H"
                       MOVE 3 TO WS-IND-TIPO
                       PERFORM 0003-025-GUARDA-MINIMO-TIPO
                   WHEN OTHER
                       DISPLAY "REGRA COM TIPO DE DIA INVALIDO "
                           "IGNORADA - TURNO: " REGRA-TURNO
               END-EVALUATE
           END-IF
           END-IF
           PERFORM 0003-015-LE-REGRA
                .
       0003-020-GUARDA-REGRA-END.

      *-----------------------------------------------------------------
       0003-025-GUARDA-MINIMO-TIPO.
           MOVE REGRA-MINIMO
               TO WS-TUR-MINIMO-TIPO(WS-IND-TURNO, WS-IND-TIPO)
           MOVE "Y" TO WS-TUR-TIPO-SW(WS-IND-TURNO, WS-IND-TIPO)
                .
       0003-025-GUARDA-MINIMO-TIPO-END.

      *-----------------------------------------------------------------
       0003-030-CARREGA-CADASTRO.
           MOVE "N" TO WS-EOF-EMPLOYEE-SW
           PERFORM 0003-035-LE-EMPLOYEE
           PERFORM 0003-040-GUARDA-OPERADOR
               UNTIL EOF-EMPLOYEE
           CLOSE EMPLOYEE-FILE
                .
       0003-030-CARREGA-CADASTRO-END.

      *-----------------------------------------------------------------
       0003-035-LE-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-EMPLOYEE-SW
           END-READ
                .
       0003-035-LE-EMPLOYEE-END.

      *-----------------------------------------------------------------
       0003-040-GUARDA-OPERADOR.
           ADD 1 TO WS-CONTA-CADASTRO
           IF WS-TOTAL-OPERADORES < WS-MAXIMO-OPERADORES
               ADD 1 TO WS-TOTAL-OPERADORES
               MOVE WS-TOTAL-OPERADORES TO WS-IND-OPERADOR
               MOVE EMP-MATRICULA
                   TO WS-OPE-MATRICULA(WS-IND-OPERADOR)
               MOVE EMP-TURNO TO WS-OPE-TURNO(WS-IND-OPERADOR)
               MOVE "S" TO WS-OPE-ATIVO-SW(WS-IND-OPERADOR)
           ELSE
               DISPLAY "TABELA DE OPERADORES CHEIA - "
                   "PROCESSAMENTO INTERROMPIDO: " EMP-MATRICULA
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           PERFORM 0003-035-LE-EMPLOYEE
                .
       0003-040-GUARDA-OPERADOR-END.

      *-----------------------------------------------------------------
      * O MOVPEND E OPCIONAL (STATUS 35): SEM ELE A PREVISAO PARTE
      * SO DO CADASTRO DE HOJE. O MOVIMENTO JA VENCIDO (DATA ATE
      * HOJE) ENTRA NO PROXIMO PROG003A E E APLICADO NO PRIMEIRO DIA.
      *-----------------------------------------------------------------
       0003-050-CARREGA-PENDENTES.
           OPEN INPUT PENDENTES-FILE
           EVALUATE WS-MOVPEND-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-PENDENTE-SW
                   PERFORM 0003-055-LE-PENDENTE
                   PERFORM 0003-060-GUARDA-PENDENTE
                       UNTIL EOF-PENDENTE
                   CLOSE PENDENTES-FILE
               WHEN "35"
                   DISPLAY "PENDENTES-FILE INEXISTENTE - "
                       "PREVISAO SEM MOVIMENTOS PENDENTES"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PENDENTES-FILE: "
                       WS-MOVPEND-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0003-050-CARREGA-PENDENTES-END.

      *-----------------------------------------------------------------
       0003-055-LE-PENDENTE.
           READ PENDENTES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PENDENTE-SW
           END-READ
                .
       0003-055-LE-PENDENTE-END.

      *-----------------------------------------------------------------
       0003-060-GUARDA-PENDENTE.
           IF MOV-DATA-EFETIVA IS NUMERIC
               AND MOV-DATA-EFETIVA NOT > WS-DATA-ULTIMO-DIA
               IF WS-TOTAL-PENDENTES < WS-MAXIMO-PENDENTES
                   ADD 1 TO WS-TOTAL-PENDENTES
                   MOVE WS-TOTAL-PENDENTES TO WS-IND-PENDENTE
                   MOVE MOV-DATA-EFETIVA
                       TO WS-PEN-DATA(WS-IND-PENDENTE)
                   MOVE MOV-TIPO TO WS-PEN-TIPO(WS-IND-PENDENTE)
                   MOVE MOV-MATRICULA
                       TO WS-PEN-MATRICULA(WS-IND-PENDENTE)
                   MOVE MOV-TURNO TO WS-PEN-TURNO(WS-IND-PENDENTE)
                   MOVE SPACES
                       TO WS-PEN-TURNO-ANTERIOR(WS-IND-PENDENTE)
                   IF MOV-NOME = SPACES
                       MOVE "S" TO WS-PEN-NOME-SW(WS-IND-PENDENTE)
                   ELSE
                       MOVE "N" TO WS-PEN-NOME-SW(WS-IND-PENDENTE)
                   END-IF
                   MOVE "P" TO WS-PEN-SITUACAO(WS-IND-PENDENTE)
               ELSE
                   DISPLAY "TABELA DE PENDENTES CHEIA - "
                       "PROCESSAMENTO INTERROMPIDO: " MOV-MATRICULA
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
               END-IF
           ELSE
               ADD 1 TO WS-CONTA-FORA-HORIZONTE
           END-IF
           PERFORM 0003-055-LE-PENDENTE
                .
       0003-060-GUARDA-PENDENTE-END.

      *-----------------------------------------------------------------
      * O PLANABS E OPCIONAL (STATUS 35). SO OS AFASTAMENTOS COM
      * PERIODO LEGIVEL QUE TOCAM O HORIZONTE SAO CARREGADOS.
      *-----------------------------------------------------------------
       0003-070-CARREGA-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTOS-FILE
           EVALUATE WS-PLANABS-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-AFASTAMENTO-SW
                   PERFORM 0003-075-LE-AFASTAMENTO
                   PERFORM 0003-080-GUARDA-AFASTAMENTO
                       UNTIL EOF-AFASTAMENTO
                   CLOSE AFASTAMENTOS-FILE
               WHEN "35"
                   DISPLAY "AFASTAMENTOS-FILE INEXISTENTE - "
                       "PREVISAO SEM AFASTAMENTOS"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AFASTAMENTOS-FILE: "
                       WS-PLANABS-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0003-070-CARREGA-AFASTAMENTOS-END.

      *-----------------------------------------------------------------
       0003-075-LE-AFASTAMENTO.
           READ AFASTAMENTOS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AFASTAMENTO-SW
           END-READ
                .
       0003-075-LE-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0003-080-GUARDA-AFASTAMENTO.
           IF AFA-DATA-INICIO IS NUMERIC
               AND AFA-DATA-FIM IS NUMERIC
               AND AFA-DATA-INICIO NOT > WS-DATA-ULTIMO-DIA
               AND AFA-DATA-FIM NOT < WS-DATA-PRIMEIRO-DIA
               IF WS-TOTAL-AFASTAMENTOS < WS-MAXIMO-AFASTAMENTOS
                   ADD 1 TO WS-TOTAL-AFASTAMENTOS
                   MOVE WS-TOTAL-AFASTAMENTOS
                       TO WS-IND-AFASTAMENTO
                   MOVE AFA-MATRICULA
                       TO WS-AFT-MATRICULA(WS-IND-AFASTAMENTO)
                   MOVE AFA-TIPO TO WS-AFT-TIPO(WS-IND-AFASTAMENTO)
                   MOVE AFA-DATA-INICIO
                       TO WS-AFT-DATA-INICIO(WS-IND-AFASTAMENTO)
                   MOVE AFA-DATA-FIM
                       TO WS-AFT-DATA-FIM(WS-IND-AFASTAMENTO)
               ELSE
                   DISPLAY "TABELA DE AFASTAMENTOS CHEIA - "
                       "PROCESSAMENTO INTERROMPIDO: " AFA-MATRICULA
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
               END-IF
           END-IF
           PERFORM 0003-075-LE-AFASTAMENTO
                .
       0003-080-GUARDA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
      * O TURNOVRD E OPCIONAL (STATUS 35). SO AS TROCAS COM DATA
      * DENTRO DO HORIZONTE SAO CARREGADAS.
      *-----------------------------------------------------------------
       0003-090-CARREGA-TROCAS.
           OPEN INPUT SUBSTITUICOES-FILE
           EVALUATE WS-TURNOVRD-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SUBSTITUICAO-SW
                   PERFORM 0003-095-LE-TROCA
                   PERFORM 0003-097-GUARDA-TROCA
                       UNTIL EOF-SUBSTITUICAO
                   CLOSE SUBSTITUICOES-FILE
               WHEN "35"
                   DISPLAY "SUBSTITUICOES-FILE INEXISTENTE - "
                       "PREVISAO SEM TROCAS DE TURNO"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR SUBSTITUICOES-FILE: "
                       WS-TURNOVRD-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0003-090-CARREGA-TROCAS-END.

      *-----------------------------------------------------------------
       0003-095-LE-TROCA.
           READ SUBSTITUICOES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SUBSTITUICAO-SW
           END-READ
                .
       0003-095-LE-TROCA-END.

      *-----------------------------------------------------------------
       0003-097-GUARDA-TROCA.
           IF OVR-DATA IS NUMERIC
               AND OVR-DATA NOT < WS-DATA-PRIMEIRO-DIA
               AND OVR-DATA NOT > WS-DATA-ULTIMO-DIA
               IF WS-TOTAL-TROCAS < WS-MAXIMO-TROCAS
                   ADD 1 TO WS-TOTAL-TROCAS
                   MOVE WS-TOTAL-TROCAS TO WS-IND-TROCA
                   MOVE OVR-DATA TO WS-TRO-DATA(WS-IND-TROCA)
                   MOVE OVR-MATRICULA
                       TO WS-TRO-MATRICULA(WS-IND-TROCA)
                   MOVE OVR-TURNO TO WS-TRO-TURNO(WS-IND-TROCA)
               ELSE
                   DISPLAY "TABELA DE TROCAS CHEIA - "
                       "PROCESSAMENTO INTERROMPIDO: " OVR-MATRICULA
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
               END-IF
           END-IF
           PERFORM 0003-095-LE-TROCA
                .
       0003-097-GUARDA-TROCA-END.

      *-----------------------------------------------------------------
      * O CALENDAR E OPCIONAL (STATUS 35): SEM ELE, OU PARA DIA FORA
      * DO CALENDARIO, VALE A REGRA GERAL DO TURNO. SO OS DIAS DO
      * HORIZONTE SAO CARREGADOS.
      *-----------------------------------------------------------------
       0003-100-CARREGA-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           EVALUATE WS-CALENDAR-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-CALENDARIO-SW
                   PERFORM 0003-105-LE-CALENDARIO
                   PERFORM 0003-107-GUARDA-DIA
                       UNTIL EOF-CALENDARIO
                   CLOSE CALENDARIO-FILE
               WHEN "35"
                   DISPLAY "CALENDARIO-FILE INEXISTENTE - "
                       "PREVISAO SO COM REGRAS GERAIS"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CALENDARIO-FILE: "
                       WS-CALENDAR-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0003-100-CARREGA-CALENDARIO-END.

      *-----------------------------------------------------------------
       0003-105-LE-CALENDARIO.
           READ CALENDARIO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CALENDARIO-SW
           END-READ
                .
       0003-105-LE-CALENDARIO-END.

      *-----------------------------------------------------------------
       0003-107-GUARDA-DIA.
           IF CAL-TIPO-REGISTRO = "D"
               AND CAL-DATA IS NUMERIC
               AND CAL-DATA NOT < WS-DATA-PRIMEIRO-DIA
               AND CAL-DATA NOT > WS-DATA-ULTIMO-DIA
               AND WS-TOTAL-CALENDARIO < 31
               ADD 1 TO WS-TOTAL-CALENDARIO
               MOVE WS-TOTAL-CALENDARIO TO WS-IND-CALENDARIO
               MOVE CAL-DATA TO WS-CLD-DATA(WS-IND-CALENDARIO)
               MOVE CAL-TIPO-DIA TO WS-CLD-TIPO(WS-IND-CALENDARIO)
           END-IF
           PERFORM 0003-105-LE-CALENDARIO
                .
       0003-107-GUARDA-DIA-END.

      *-----------------------------------------------------------------
       0004-PROJETA-HORIZONTE.
           DISPLAY "0004-PROJETA-HORIZONTE"
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-TITULO
           MOVE WS-HORIZONTE TO WS-PRM-HORIZONTE
           MOVE WS-DATA-PRIMEIRO-DIA TO WS-PRM-PRIMEIRO-DIA
           MOVE WS-DATA-ULTIMO-DIA TO WS-PRM-ULTIMO-DIA
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-PARAMETROS
           MOVE SPACES TO PREVISAO-REPORT-RECORD
           WRITE PREVISAO-REPORT-RECORD
           MOVE "COBERTURA PREVISTA POR DIA E TURNO"
               TO WS-SEC-TEXTO
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-CABECALHO
           MOVE ZERO TO WS-IND-DIA
           PERFORM 0004-010-PROJETA-DIA
               UNTIL WS-IND-DIA NOT < WS-HORIZONTE
           CLOSE DEFICITS-WORK
                .
       0004-PROJETA-HORIZONTE-END.

      *-----------------------------------------------------------------
      * CADA DIA: APLICA OS MOVIMENTOS QUE ENTRAM EM VIGOR ATE A
      * DATA, MONTA O TURNO DO DIA DE CADA OPERADOR COM AS TROCAS,
      * DESCONTA OS AFASTADOS E CONFRONTA COM OS MINIMOS.
      *-----------------------------------------------------------------
       0004-010-PROJETA-DIA.
           ADD 1 TO WS-IND-DIA
           COMPUTE WS-DIA-PROJECAO = WS-DIA-HOJE + WS-IND-DIA
           COMPUTE WS-DATA-DIA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-PROJECAO)
           MOVE ZERO TO WS-IND-PENDENTE
           PERFORM 0004-020-APLICA-PENDENTE
               UNTIL WS-IND-PENDENTE NOT < WS-TOTAL-PENDENTES
           MOVE ZERO TO WS-IND-OPERADOR
           PERFORM 0004-040-PREPARA-OPERADOR
               UNTIL WS-IND-OPERADOR NOT < WS-TOTAL-OPERADORES
           MOVE ZERO TO WS-IND-TROCA
           PERFORM 0004-050-APLICA-TROCA
               UNTIL WS-IND-TROCA NOT < WS-TOTAL-TROCAS
           MOVE ZERO TO WS-IND-AFASTAMENTO
           PERFORM 0004-060-APLICA-AFASTAMENTO
               UNTIL WS-IND-AFASTAMENTO NOT < WS-TOTAL-AFASTAMENTOS
           MOVE ZERO TO WS-TUR-PREVISTOS(1)
           MOVE ZERO TO WS-TUR-PREVISTOS(2)
           MOVE ZERO TO WS-TUR-PREVISTOS(3)
           MOVE ZERO TO WS-IND-OPERADOR
           PERFORM 0004-070-CONTA-OPERADOR
               UNTIL WS-IND-OPERADOR NOT < WS-TOTAL-OPERADORES
           PERFORM 0004-005-MINIMOS-DO-DIA
           MOVE SPACES TO WS-LINHA-GRADE
           MOVE WS-DATA-DIA TO WS-GRD-DATA
           MOVE WS-TIPO-DIA TO WS-GRD-TIPO-DIA
           MOVE ZERO TO WS-IND-TURNO
           PERFORM 0004-080-AVALIA-TURNO 3 TIMES
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-GRADE
                .
       0004-010-PROJETA-DIA-END.

      *-----------------------------------------------------------------
      * TIPO DO DIA PROJETADO E MINIMO DE CADA TURNO NAQUELE DIA.
      *-----------------------------------------------------------------
       0004-005-MINIMOS-DO-DIA.
           MOVE SPACE TO WS-TIPO-DIA
           MOVE ZERO TO WS-IND-CALENDARIO
           PERFORM 0004-007-COMPARA-DIA
               UNTIL WS-TIPO-DIA NOT = SPACE
                  OR WS-IND-CALENDARIO NOT < WS-TOTAL-CALENDARIO
           EVALUATE WS-TIPO-DIA
               WHEN "U"
                   MOVE 1 TO WS-IND-TIPO
               WHEN "F"
                   MOVE 2 TO WS-IND-TIPO
               WHEN "H"
                   MOVE 3 TO WS-IND-TIPO
               WHEN OTHER
                   MOVE ZERO TO WS-IND-TIPO
           END-EVALUATE
           MOVE ZERO TO WS-IND-TURNO
           PERFORM 0004-008-MINIMO-TURNO 3 TIMES
                .
       0004-005-MINIMOS-DO-DIA-END.

      *-----------------------------------------------------------------
       0004-007-COMPARA-DIA.
           ADD 1 TO WS-IND-CALENDARIO
           IF WS-CLD-DATA(WS-IND-CALENDARIO) = WS-DATA-DIA
               MOVE WS-CLD-TIPO(WS-IND-CALENDARIO) TO WS-TIPO-DIA
           END-IF
                .
       0004-007-COMPARA-DIA-END.

      *-----------------------------------------------------------------
       0004-008-MINIMO-TURNO.
           ADD 1 TO WS-IND-TURNO
           MOVE WS-TUR-MINIMO-GERAL(WS-IND-TURNO)
               TO WS-TUR-MINIMO(WS-IND-TURNO)
           IF WS-IND-TIPO > ZERO
               IF TUR-TEM-MINIMO-TIPO(WS-IND-TURNO, WS-IND-TIPO)
                   MOVE WS-TUR-MINIMO-TIPO(WS-IND-TURNO, WS-IND-TIPO)
                       TO WS-TUR-MINIMO(WS-IND-TURNO)
               END-IF
           END-IF
                .
       0004-008-MINIMO-TURNO-END.

      *-----------------------------------------------------------------
      * MESMA CRITICA DO PROG003A, FEITA CONTRA O CADASTRO PROJETADO
      * PARA A DATA: O MOVIMENTO QUE SERA REJEITADO NAO MUDA A
      * PREVISAO E SO E EXIBIDO.
      *-----------------------------------------------------------------
       0004-020-APLICA-PENDENTE.
           ADD 1 TO WS-IND-PENDENTE
           IF PEN-AGUARDANDO(WS-IND-PENDENTE)
               AND WS-PEN-DATA(WS-IND-PENDENTE) NOT > WS-DATA-DIA
               MOVE WS-PEN-MATRICULA(WS-IND-PENDENTE)
                   TO WS-MATRICULA-PESQUISA
               PERFORM 0006-PESQUISA-OPERADOR
               MOVE "N" TO WS-OPERADOR-ATIVO-SW
               IF OPERADOR-ACHADO
                   IF OPE-ATIVO(WS-IND-OPERADOR)
                       MOVE "Y" TO WS-OPERADOR-ATIVO-SW
                   END-IF
               END-IF
               PERFORM 0004-030-EXECUTA-PENDENTE
               IF WS-MOTIVO-REJEICAO = SPACES
                   MOVE "A" TO WS-PEN-SITUACAO(WS-IND-PENDENTE)
                   ADD 1 TO WS-CONTA-APLICADOS
               ELSE
                   MOVE "R" TO WS-PEN-SITUACAO(WS-IND-PENDENTE)
                   ADD 1 TO WS-CONTA-REJEITADOS
                   DISPLAY "MOVIMENTO PENDENTE SERA REJEITADO: "
                       WS-PEN-TIPO(WS-IND-PENDENTE) " "
                       WS-PEN-MATRICULA(WS-IND-PENDENTE) " "
                       WS-PEN-DATA(WS-IND-PENDENTE) " - "
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF
                .
       0004-020-APLICA-PENDENTE-END.

      *-----------------------------------------------------------------
       0004-030-EXECUTA-PENDENTE.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           EVALUATE WS-PEN-TIPO(WS-IND-PENDENTE)
               WHEN "ADD"
                   PERFORM 0004-032-VALIDA-ADD
                   IF WS-MOTIVO-REJEICAO = SPACES
                       PERFORM 0004-035-INCLUI-OPERADOR
                   END-IF
               WHEN "CHG"
                   PERFORM 0004-033-VALIDA-CHG
                   IF WS-MOTIVO-REJEICAO = SPACES
                       MOVE WS-OPE-TURNO(WS-IND-OPERADOR)
                           TO WS-PEN-TURNO-ANTERIOR(WS-IND-PENDENTE)
                       MOVE WS-PEN-TURNO(WS-IND-PENDENTE)
                           TO WS-OPE-TURNO(WS-IND-OPERADOR)
                   END-IF
               WHEN "DEL"
                   IF NOT OPERADOR-ATIVO
                       MOVE "MATRICULA NAO CADASTRADA"
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       MOVE WS-OPE-TURNO(WS-IND-OPERADOR)
                           TO WS-PEN-TURNO-ANTERIOR(WS-IND-PENDENTE)
                       MOVE "N" TO WS-OPE-ATIVO-SW(WS-IND-OPERADOR)
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE MOVIMENTO INVALIDO"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE
                .
       0004-030-EXECUTA-PENDENTE-END.

      *-----------------------------------------------------------------
      * MATRICULA EXCLUIDA ANTES NO HORIZONTE FICA NA TABELA COMO
      * INATIVA E, PARA O PROG003A, JA NAO ESTA MAIS NO CADASTRO.
      *-----------------------------------------------------------------
       0004-032-VALIDA-ADD.
           EVALUATE TRUE
               WHEN WS-PEN-MATRICULA(WS-IND-PENDENTE) = SPACES
                   MOVE "MATRICULA EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN OPERADOR-ATIVO
                   MOVE "MATRICULA JA CADASTRADA"
                       TO WS-MOTIVO-REJEICAO
               WHEN PEN-NOME-EM-BRANCO(WS-IND-PENDENTE)
                   MOVE "NOME EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-PEN-TURNO(WS-IND-PENDENTE)
                   NOT = "1" AND "2" AND "3"
                   MOVE "TURNO INVALIDO"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE
                .
       0004-032-VALIDA-ADD-END.

      *-----------------------------------------------------------------
       0004-033-VALIDA-CHG.
           EVALUATE TRUE
               WHEN NOT OPERADOR-ATIVO
                   MOVE "MATRICULA NAO CADASTRADA"
                       TO WS-MOTIVO-REJEICAO
               WHEN PEN-NOME-EM-BRANCO(WS-IND-PENDENTE)
                   MOVE "NOME EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-PEN-TURNO(WS-IND-PENDENTE)
                   NOT = "1" AND "2" AND "3"
                   MOVE "TURNO INVALIDO"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE
                .
       0004-033-VALIDA-CHG-END.

      *-----------------------------------------------------------------
      * A MATRICULA EXCLUIDA ANTES NO HORIZONTE E REAPROVEITADA NA
      * TABELA; SO A NOVA VAI PARA O FIM.
      *-----------------------------------------------------------------
       0004-035-INCLUI-OPERADOR.
           IF WS-IND-OPERADOR = ZERO
               IF WS-TOTAL-OPERADORES < WS-MAXIMO-OPERADORES
                   ADD 1 TO WS-TOTAL-OPERADORES
                   MOVE WS-TOTAL-OPERADORES TO WS-IND-OPERADOR
                   MOVE WS-PEN-MATRICULA(WS-IND-PENDENTE)
                       TO WS-OPE-MATRICULA(WS-IND-OPERADOR)
               ELSE
                   MOVE "TABELA DE OPERADORES CHEIA"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE WS-PEN-TURNO(WS-IND-PENDENTE)
                   TO WS-OPE-TURNO(WS-IND-OPERADOR)
               MOVE "S" TO WS-OPE-ATIVO-SW(WS-IND-OPERADOR)
           END-IF
                .
       0004-035-INCLUI-OPERADOR-END.

      *-----------------------------------------------------------------
       0004-040-PREPARA-OPERADOR.
           ADD 1 TO WS-IND-OPERADOR
           MOVE WS-OPE-TURNO(WS-IND-OPERADOR)
               TO WS-OPE-TURNO-DIA(WS-IND-OPERADOR)
           MOVE "N" TO WS-OPE-AFASTADO-SW(WS-IND-OPERADOR)
                .
       0004-040-PREPARA-OPERADOR-END.

      *-----------------------------------------------------------------
       0004-050-APLICA-TROCA.
           ADD 1 TO WS-IND-TROCA
           IF WS-TRO-DATA(WS-IND-TROCA) = WS-DATA-DIA
               MOVE WS-TRO-MATRICULA(WS-IND-TROCA)
                   TO WS-MATRICULA-PESQUISA
               PERFORM 0006-PESQUISA-OPERADOR
               IF OPERADOR-ACHADO
                   MOVE WS-TRO-TURNO(WS-IND-TROCA)
                       TO WS-OPE-TURNO-DIA(WS-IND-OPERADOR)
               END-IF
           END-IF
                .
       0004-050-APLICA-TROCA-END.

      *-----------------------------------------------------------------
       0004-060-APLICA-AFASTAMENTO.
           ADD 1 TO WS-IND-AFASTAMENTO
           IF WS-AFT-DATA-INICIO(WS-IND-AFASTAMENTO)
                   NOT > WS-DATA-DIA
               AND WS-AFT-DATA-FIM(WS-IND-AFASTAMENTO)
                   NOT < WS-DATA-DIA
               MOVE WS-AFT-MATRICULA(WS-IND-AFASTAMENTO)
                   TO WS-MATRICULA-PESQUISA
               PERFORM 0006-PESQUISA-OPERADOR
               IF OPERADOR-ACHADO
                   MOVE "S" TO WS-OPE-AFASTADO-SW(WS-IND-OPERADOR)
               END-IF
           END-IF
                .
       0004-060-APLICA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0004-070-CONTA-OPERADOR.
           ADD 1 TO WS-IND-OPERADOR
           IF OPE-ATIVO(WS-IND-OPERADOR)
               AND NOT OPE-AFASTADO(WS-IND-OPERADOR)
               EVALUATE WS-OPE-TURNO-DIA(WS-IND-OPERADOR)
                   WHEN "1"
                       ADD 1 TO WS-TUR-PREVISTOS(1)
                   WHEN "2"
                       ADD 1 TO WS-TUR-PREVISTOS(2)
                   WHEN "3"
                       ADD 1 TO WS-TUR-PREVISTOS(3)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
                .
       0004-070-CONTA-OPERADOR-END.

      *-----------------------------------------------------------------
       0004-080-AVALIA-TURNO.
           ADD 1 TO WS-IND-TURNO
           MOVE WS-TUR-PREVISTOS(WS-IND-TURNO)
               TO WS-GRD-PREVISTOS(WS-IND-TURNO)
           MOVE "/" TO WS-GRD-BARRA(WS-IND-TURNO)
           MOVE WS-TUR-MINIMO(WS-IND-TURNO)
               TO WS-GRD-MINIMO(WS-IND-TURNO)
           IF WS-TUR-PREVISTOS(WS-IND-TURNO)
               < WS-TUR-MINIMO(WS-IND-TURNO)
               MOVE "FALTA" TO WS-GRD-MARCA(WS-IND-TURNO)
               ADD 1 TO WS-CONTA-DEFICITS
               PERFORM 0004-090-GRAVA-DEFICIT
           END-IF
                .
       0004-080-AVALIA-TURNO-END.

      *-----------------------------------------------------------------
      * A FALTA VAI PARA O ARQUIVO DE TRABALHO COM AS SUAS CAUSAS E
      * E IMPRESSA DEPOIS DA GRADE.
      *-----------------------------------------------------------------
       0004-090-GRAVA-DEFICIT.
           MOVE WS-IND-TURNO TO WS-TURNO-NUMERICO
           MOVE WS-TURNO-NUMERICO TO WS-TURNO-ANALISE
           MOVE WS-DATA-DIA TO WS-DEF-DATA
           EVALUATE WS-TURNO-ANALISE
               WHEN "1"
                   MOVE "TURNO MANHA" TO WS-DEF-TURNO-DESC
               WHEN "2"
                   MOVE "TURNO TARDE" TO WS-DEF-TURNO-DESC
               WHEN OTHER
                   MOVE "TURNO NOITE" TO WS-DEF-TURNO-DESC
           END-EVALUATE
           MOVE WS-TUR-PREVISTOS(WS-IND-TURNO) TO WS-DEF-PREVISTOS
           MOVE WS-TUR-MINIMO(WS-IND-TURNO) TO WS-DEF-MINIMO
           COMPUTE WS-FALTAM = WS-TUR-MINIMO(WS-IND-TURNO)
               - WS-TUR-PREVISTOS(WS-IND-TURNO)
           MOVE WS-FALTAM TO WS-DEF-FALTAM
           WRITE DEFICITS-WORK-RECORD FROM WS-LINHA-DEFICIT
           MOVE ZERO TO WS-CONTA-CAUSAS
           MOVE ZERO TO WS-IND-AFASTAMENTO
           PERFORM 0004-100-CAUSA-AFASTAMENTO
               UNTIL WS-IND-AFASTAMENTO NOT < WS-TOTAL-AFASTAMENTOS
           MOVE ZERO TO WS-IND-TROCA
           PERFORM 0004-110-CAUSA-TROCA
               UNTIL WS-IND-TROCA NOT < WS-TOTAL-TROCAS
           MOVE ZERO TO WS-IND-PENDENTE
           PERFORM 0004-120-CAUSA-MOVIMENTO
               UNTIL WS-IND-PENDENTE NOT < WS-TOTAL-PENDENTES
           IF WS-CONTA-CAUSAS = ZERO
               MOVE SPACES TO WS-LINHA-CAUSA
               MOVE "CADASTRO" TO WS-CAU-ORIGEM
               MOVE "QUADRO DO TURNO JA INSUFICIENTE SEM AUSENCIAS"
                   TO WS-CAU-DETALHE
               WRITE DEFICITS-WORK-RECORD FROM WS-LINHA-CAUSA
           END-IF
                .
       0004-090-GRAVA-DEFICIT-END.

      *-----------------------------------------------------------------
      * AFASTADO VIGENTE NA DATA CUJO TURNO DO DIA E O TURNO EM FALTA.
      *-----------------------------------------------------------------
       0004-100-CAUSA-AFASTAMENTO.
           ADD 1 TO WS-IND-AFASTAMENTO
           IF WS-AFT-DATA-INICIO(WS-IND-AFASTAMENTO)
                   NOT > WS-DATA-DIA
               AND WS-AFT-DATA-FIM(WS-IND-AFASTAMENTO)
                   NOT < WS-DATA-DIA
               MOVE WS-AFT-MATRICULA(WS-IND-AFASTAMENTO)
                   TO WS-MATRICULA-PESQUISA
               PERFORM 0006-PESQUISA-OPERADOR
               IF OPERADOR-ACHADO
                   IF OPE-ATIVO(WS-IND-OPERADOR)
                       AND WS-OPE-TURNO-DIA(WS-IND-OPERADOR)
                           = WS-TURNO-ANALISE
                       ADD 1 TO WS-CONTA-CAUSAS
                       MOVE SPACES TO WS-LINHA-CAUSA
                       MOVE "AFASTAMENTO" TO WS-CAU-ORIGEM
                       MOVE WS-MATRICULA-PESQUISA
                           TO WS-CAU-MATRICULA
                       STRING WS-AFT-TIPO(WS-IND-AFASTAMENTO)
                           " DE " WS-AFT-DATA-INICIO(WS-IND-AFASTAMENTO)
                           " A " WS-AFT-DATA-FIM(WS-IND-AFASTAMENTO)
                           DELIMITED BY SIZE
                           INTO WS-CAU-DETALHE
                       WRITE DEFICITS-WORK-RECORD FROM WS-LINHA-CAUSA
                   END-IF
               END-IF
           END-IF
                .
       0004-100-CAUSA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
      * TROCA DO DIA QUE TIRA O OPERADOR DO TURNO EM FALTA.
      *-----------------------------------------------------------------
       0004-110-CAUSA-TROCA.
           ADD 1 TO WS-IND-TROCA
           IF WS-TRO-DATA(WS-IND-TROCA) = WS-DATA-DIA
               AND WS-TRO-TURNO(WS-IND-TROCA) NOT = WS-TURNO-ANALISE
               MOVE WS-TRO-MATRICULA(WS-IND-TROCA)
                   TO WS-MATRICULA-PESQUISA
               PERFORM 0006-PESQUISA-OPERADOR
               IF OPERADOR-ACHADO
                   IF OPE-ATIVO(WS-IND-OPERADOR)
                       AND WS-OPE-TURNO(WS-IND-OPERADOR)
                           = WS-TURNO-ANALISE
                       ADD 1 TO WS-CONTA-CAUSAS
                       MOVE SPACES TO WS-LINHA-CAUSA
                       MOVE "TROCA" TO WS-CAU-ORIGEM
                       MOVE WS-MATRICULA-PESQUISA
                           TO WS-CAU-MATRICULA
                       STRING "TROCA APROVADA PARA O TURNO "
                           WS-TRO-TURNO(WS-IND-TROCA)
                           DELIMITED BY SIZE
                           INTO WS-CAU-DETALHE
                       WRITE DEFICITS-WORK-RECORD FROM WS-LINHA-CAUSA
                   END-IF
               END-IF
           END-IF
                .
       0004-110-CAUSA-TROCA-END.

      *-----------------------------------------------------------------
      * MOVIMENTO JA EM VIGOR NA DATA QUE TIROU O OPERADOR DO TURNO
      * EM FALTA (DEL, OU CHG PARA OUTRO TURNO), DESDE QUE NENHUM
      * MOVIMENTO POSTERIOR O TENHA DEVOLVIDO AO TURNO.
      *-----------------------------------------------------------------
       0004-120-CAUSA-MOVIMENTO.
           ADD 1 TO WS-IND-PENDENTE
           IF PEN-APLICADO(WS-IND-PENDENTE)
               AND WS-PEN-TURNO-ANTERIOR(WS-IND-PENDENTE)
                   = WS-TURNO-ANALISE
               MOVE WS-PEN-MATRICULA(WS-IND-PENDENTE)
                   TO WS-MATRICULA-PESQUISA
               PERFORM 0006-PESQUISA-OPERADOR
               IF NOT OPE-ATIVO(WS-IND-OPERADOR)
                   OR WS-OPE-TURNO(WS-IND-OPERADOR)
                       NOT = WS-TURNO-ANALISE
                   ADD 1 TO WS-CONTA-CAUSAS
                   MOVE SPACES TO WS-LINHA-CAUSA
                   MOVE "MOVIMENTO" TO WS-CAU-ORIGEM
                   MOVE WS-MATRICULA-PESQUISA TO WS-CAU-MATRICULA
                   IF WS-PEN-TIPO(WS-IND-PENDENTE) = "DEL"
                       STRING "DEL EM VIGOR DESDE "
                           WS-PEN-DATA(WS-IND-PENDENTE)
                           DELIMITED BY SIZE
                           INTO WS-CAU-DETALHE
                   ELSE
                       STRING "CHG EM VIGOR DESDE "
                           WS-PEN-DATA(WS-IND-PENDENTE)
                           " PARA O TURNO "
                           WS-PEN-TURNO(WS-IND-PENDENTE)
                           DELIMITED BY SIZE
                           INTO WS-CAU-DETALHE
                   END-IF
                   WRITE DEFICITS-WORK-RECORD FROM WS-LINHA-CAUSA
               END-IF
           END-IF
                .
       0004-120-CAUSA-MOVIMENTO-END.

      *-----------------------------------------------------------------
       0005-IMPRIME-DEFICITS.
           DISPLAY "0005-IMPRIME-DEFICITS"
           MOVE SPACES TO PREVISAO-REPORT-RECORD
           WRITE PREVISAO-REPORT-RECORD
           MOVE "TURNOS ABAIXO DO MINIMO E CAUSAS" TO WS-SEC-TEXTO
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-SECAO
           IF WS-CONTA-DEFICITS = ZERO
               MOVE "NENHUM TURNO ABAIXO DO MINIMO NO HORIZONTE"
                   TO WS-SEC-TEXTO
               WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-SECAO
           ELSE
               OPEN INPUT DEFICITS-WORK
               IF WS-WRKDEF-STATUS NOT = "00"
                   DISPLAY "ERRO AO REABRIR DEFICITS-WORK: "
                       WS-WRKDEF-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
               ELSE
                   MOVE "N" TO WS-EOF-DEFICIT-SW
                   PERFORM 0005-010-LE-DEFICIT
                   PERFORM 0005-020-IMPRIME-LINHA
                       UNTIL EOF-DEFICIT
                   CLOSE DEFICITS-WORK
               END-IF
           END-IF
                .
       0005-IMPRIME-DEFICITS-END.

      *-----------------------------------------------------------------
       0005-010-LE-DEFICIT.
           READ DEFICITS-WORK
               AT END
                   MOVE "Y" TO WS-EOF-DEFICIT-SW
           END-READ
                .
       0005-010-LE-DEFICIT-END.

      *-----------------------------------------------------------------
       0005-020-IMPRIME-LINHA.
           WRITE PREVISAO-REPORT-RECORD FROM DEFICITS-WORK-RECORD
           PERFORM 0005-010-LE-DEFICIT
                .
       0005-020-IMPRIME-LINHA-END.

      *-----------------------------------------------------------------
      * PESQUISA NA TABELA DE OPERADORES; NAO ACHANDO, O INDICE
      * VOLTA ZERADO.
      *-----------------------------------------------------------------
       0006-PESQUISA-OPERADOR.
           MOVE "N" TO WS-OPERADOR-ACHADO-SW
           MOVE ZERO TO WS-IND-VARREDURA
           PERFORM 0006-010-COMPARA-OPERADOR
               UNTIL OPERADOR-ACHADO
                  OR WS-IND-VARREDURA NOT < WS-TOTAL-OPERADORES
           IF OPERADOR-ACHADO
               MOVE WS-IND-VARREDURA TO WS-IND-OPERADOR
           ELSE
               MOVE ZERO TO WS-IND-OPERADOR
           END-IF
                .
       0006-PESQUISA-OPERADOR-END.

      *-----------------------------------------------------------------
       0006-010-COMPARA-OPERADOR.
           ADD 1 TO WS-IND-VARREDURA
           IF WS-OPE-MATRICULA(WS-IND-VARREDURA)
               = WS-MATRICULA-PESQUISA
               MOVE "Y" TO WS-OPERADOR-ACHADO-SW
           END-IF
                .
       0006-010-COMPARA-OPERADOR-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
           IF PARM-VALIDO AND ARQUIVOS-OK
               PERFORM 9999-010-GRAVA-TOTAIS
               CLOSE PREVISAO-REPORT
           END-IF
           EVALUATE TRUE
               WHEN NOT PARM-VALIDO
                   MOVE 0016 TO WS-RETURN-CODE
               WHEN ARQUIVOS-FALHOU
                   MOVE 0012 TO WS-RETURN-CODE
               WHEN WS-CONTA-DEFICITS > ZERO
                   MOVE 0004 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
       9999-010-GRAVA-TOTAIS.
           MOVE SPACES TO PREVISAO-REPORT-RECORD
           WRITE PREVISAO-REPORT-RECORD
           MOVE "OPERADORES NO CADASTRO DE HOJE:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-CADASTRO TO WS-TOT-QUANTIDADE
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "PENDENTES APLICADOS NO HORIZONTE:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-APLICADOS TO WS-TOT-QUANTIDADE
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "PENDENTES QUE SERAO REJEITADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-REJEITADOS TO WS-TOT-QUANTIDADE
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "PENDENTES APOS O HORIZONTE:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-FORA-HORIZONTE TO WS-TOT-QUANTIDADE
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "AFASTAMENTOS NO HORIZONTE:" TO WS-TOT-TEXTO
           MOVE WS-TOTAL-AFASTAMENTOS TO WS-TOT-QUANTIDADE
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "TROCAS DE TURNO NO HORIZONTE:" TO WS-TOT-TEXTO
           MOVE WS-TOTAL-TROCAS TO WS-TOT-QUANTIDADE
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "TURNOS/DIA ABAIXO DO MINIMO:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-DEFICITS TO WS-TOT-QUANTIDADE
           WRITE PREVISAO-REPORT-RECORD FROM WS-LINHA-TOTAL
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG022A.
