      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG021A - MANUTENCAO DO ARQUIVO DE
      *           AFASTAMENTOS PROGRAMADOS (PLANABS), NO MOLDE DO
      *           PROG015A. LE OS MOVIMENTOS ADD/CHG/CAN DO ARQUIVO
      *           ABSMOVS, COM CHAVE MATRICULA + DATA DE INICIO, E
      *           CRITICA CADA CARTAO: MATRICULA NO CADASTRO (EMPIDX),
      *           TIPO DE AFASTAMENTO DA LISTA PERMITIDA, DATAS
      *           AAAAMMDD LEGIVEIS COM FIM NAO ANTERIOR AO INICIO E
      *           SEM SOBREPOSICAO COM OUTRO AFASTAMENTO DO MESMO
      *           OPERADOR. OS AFASTAMENTOS QUE TERMINARAM HA MAIS
      *           DOS DIAS DE RETENCAO DO PARM SAO EXPURGADOS. OS
      *           APLICADOS E EXPURGADOS SAEM NO ABSAUDRP; OS
      *           REJEITADOS E AS INCONSISTENCIAS JA GRAVADAS NO
      *           PLANABS (DA EPOCA DA EDICAO MANUAL) SAEM NO
      *           ABSERRRP. O ARQUIVO NOVO SAI EM PLANNOVO E O JCL O
      *           PROMOVE.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      DATA CRITICADA CONTRA OS DIAS DO MES, COM
      *                    29/02 SO NO ANO BISSEXTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG021A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTOS-FILE ASSIGN TO "ABSMOVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSMOVS-STATUS.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "PLANABS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANABS-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT AFASTAMENTOS-NOVO ASSIGN TO "PLANNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANNOVO-STATUS.
           SELECT AUDITORIA-REPORT ASSIGN TO "ABSAUDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSAUDRP-STATUS.
           SELECT ERROS-REPORT ASSIGN TO "ABSERRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSERRRP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * CARTAO DE MANUTENCAO. NO CHG O TIPO E A DATA DE FIM SAO
      * SUBSTITUIDOS; PARA MUDAR A DATA DE INICIO (CHAVE) E PRECISO
      * UM CAN E UM ADD. O CAN SO PRECISA DA CHAVE.
       FD  MOVIMENTOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVIMENTOS-RECORD.
           05  ABM-TIPO                   PIC X(03).
           05  FILLER                     PIC X(01).
           05  ABM-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  ABM-DATA-INICIO            PIC X(08).
           05  FILLER                     PIC X(01).
           05  ABM-TIPO-AFASTAMENTO       PIC X(10).
           05  FILLER                     PIC X(01).
           05  ABM-DATA-FIM               PIC X(08).
           05  FILLER                     PIC X(41).

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

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMP-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  EMP-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  EMP-TURNO                  PIC X(01).
           05  FILLER                     PIC X(41).

       FD  AFASTAMENTOS-NOVO
           LABEL RECORDS ARE STANDARD.
       01  AFASTAMENTOS-NOVO-RECORD.
           05  NOV-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  NOV-TIPO                   PIC X(10).
           05  FILLER                     PIC X(01).
           05  NOV-DATA-INICIO            PIC X(08).
           05  FILLER                     PIC X(01).
           05  NOV-DATA-FIM               PIC X(08).
           05  FILLER                     PIC X(45).

       FD  AUDITORIA-REPORT
           LABEL RECORDS ARE STANDARD.
       01  AUDITORIA-REPORT-RECORD        PIC X(80).

       FD  ERROS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ERROS-REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ABSMOVS-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PLANABS-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PLANNOVO-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ABSAUDRP-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ABSERRRP-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-MOVIMENTOS-SW           PIC X(01) VALUE "N".
           88  EOF-MOVIMENTOS                 VALUE "Y".
       77  WS-EOF-AFASTAMENTOS-SW         PIC X(01) VALUE "N".
           88  EOF-AFASTAMENTOS               VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-PARM-VALIDO-SW              PIC X(01) VALUE "N".
           88  PARM-VALIDO                    VALUE "Y".
       77  WS-AFASTAMENTO-ACHADO-SW       PIC X(01) VALUE "N".
           88  AFASTAMENTO-ACHADO             VALUE "Y".
       77  WS-SOBREPOSICAO-SW             PIC X(01) VALUE "N".
           88  HA-SOBREPOSICAO                VALUE "Y".
       77  WS-CADASTRO-ACHADO-SW          PIC X(01) VALUE "N".
           88  CADASTRO-ACHADO                VALUE "Y".
       77  WS-DATA-VALIDA-SW              PIC X(01) VALUE "N".
           88  DATA-VALIDA                    VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-TOTAL-AFASTAMENTOS          PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-AFASTAMENTOS         PIC 9(04) COMP VALUE 2000.
       77  WS-IND-AFASTAMENTO             PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-PESQUISA                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-IGNORAR                 PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-LIDOS                 PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-INCONSISTENTES        PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-APLICADOS             PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-REJEITADOS            PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-EXPURGADOS            PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-GRAVADOS              PIC 9(04) COMP VALUE ZERO.
       77  WS-MOTIVO-REJEICAO             PIC X(30) VALUE SPACES.
       77  WS-DIAS-RETENCAO               PIC 9(03) VALUE 090.
       77  WS-DATA-HOJE                   PIC 9(08) VALUE ZERO.
       77  WS-DATA-CORTE                  PIC 9(08) VALUE ZERO.
       77  WS-DIA-CORTE                   PIC 9(07) COMP VALUE ZERO.
       77  WS-CHV-MATRICULA               PIC X(06) VALUE SPACES.
       77  WS-CHV-DATA-INICIO             PIC X(08) VALUE SPACES.
       77  WS-CHV-DATA-FIM                PIC X(08) VALUE SPACES.
       77  WS-ULTIMO-DIA-MES              PIC 9(02) VALUE ZERO.
       77  WS-ANO-QUOCIENTE               PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-4                     PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-100                   PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-400                   PIC 9(04) COMP VALUE ZERO.

      * TIPOS DE AFASTAMENTO ACEITOS NO PLANABS. TIPO NOVO SO ENTRA
      * AQUI, COMBINADO COM O RH: O PROG006A IMPRIME O AFA-TIPO NO
      * ATTRPT E O PROG020A O TRATA COMO AUSENCIA JUSTIFICADA.
       77  WS-TIPO-AFASTAMENTO            PIC X(10) VALUE SPACES.
           88  TIPO-AFASTAMENTO-VALIDO        VALUE "FERIAS"
                                                    "LICENCA"
                                                    "ATESTADO"
                                                    "TREINAMENT"
                                                    "FOLGA".

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-DATA                PIC 9(08).
           05  FILLER                     PIC X(13).

       01  WS-DATA-DESMONTADA.
           05  WS-DTD-ANO                 PIC 9(04).
           05  WS-DTD-MES                 PIC 9(02).
           05  WS-DTD-DIA                 PIC 9(02).

      * DIAS DE CADA MES; FEVEREIRO TEM 29 NO ANO BISSEXTO.
       01  WS-TABELA-MESES.
           05  FILLER                     PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-TABELA-MESES-R REDEFINES WS-TABELA-MESES.
           05  WS-DIAS-NO-MES             PIC 9(02) OCCURS 12 TIMES.

      * O PLANABS E CARREGADO INTEIRO, OS MOVIMENTOS SAO APLICADOS
      * NA TABELA E O ARQUIVO E REGRAVADO, COMO NO PROG015A.
       01  WS-TABELA-AFASTAMENTOS.
           05  WS-AFASTAMENTO-ENTRADA OCCURS 2000 TIMES.
               10  WS-PLA-MATRICULA       PIC X(06).
               10  WS-PLA-TIPO            PIC X(10).
               10  WS-PLA-DATA-INICIO     PIC X(08).
               10  WS-PLA-DATA-FIM        PIC X(08).
               10  WS-PLA-ATIVO-SW        PIC X(01).
                   88  AFASTAMENTO-ATIVO      VALUE "S".

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  WS-TIT-TEXTO               PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-LINHA-RETENCAO.
           05  FILLER                     PIC X(24)
               VALUE "EXPURGO: FIM ANTERIOR A ".
           05  WS-RET-DATA-CORTE          PIC 9(08).
           05  FILLER                     PIC X(02) VALUE " (".
           05  WS-RET-DIAS                PIC ZZ9.
           05  FILLER                     PIC X(43)
               VALUE " DIAS DE RETENCAO)".

       01  WS-LINHA-SECAO.
           05  WS-SEC-TEXTO               PIC X(50).
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-LINHA-CABECALHO.
           05  FILLER                     PIC X(04) VALUE "TIPO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "MATRIC".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "INICIO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "FIM".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "AFASTAMENT".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(39) VALUE "MOTIVO".

       01  WS-LINHA-MOVIMENTO.
           05  WS-MOV-TIPO                PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-MOV-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-MOV-DATA-INICIO         PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-MOV-DATA-FIM            PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-MOV-TIPO-AFASTAMENTO    PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-MOV-MOTIVO              PIC X(30).
           05  FILLER                     PIC X(09) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO               PIC X(32) VALUE SPACES.
           05  WS-TOT-QUANTIDADE          PIC ZZZ9.
           05  FILLER                     PIC X(44) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LENGTH             PIC S9(04) COMP.
           05  LK-PARM-TEXTO.
               10  LK-PARM-DIAS-RETENCAO  PIC X(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-PROCEDURE.
           PERFORM 0001-VALIDA-PARM
           IF PARM-VALIDO
               PERFORM 0002-INICIALIZA
               IF ARQUIVOS-OK
                   PERFORM 0003-CARREGA-AFASTAMENTOS
               END-IF
               IF ARQUIVOS-OK
                   PERFORM 0004-PROCESSA-MOVIMENTOS
                   PERFORM 0005-GRAVA-NOVO
               END-IF
           END-IF
           PERFORM 9999-FINALIZAR
                .
       MAIN-PROCEDURE-END.

      *-----------------------------------------------------------------
      * PARM OPCIONAL: DIAS DE RETENCAO (DDD, PADRAO 090). O
      * AFASTAMENTO QUE TERMINOU ANTES DE HOJE MENOS A RETENCAO SAI
      * DO ARQUIVO NOVO.
      *-----------------------------------------------------------------
       0001-VALIDA-PARM.
           DISPLAY "0001-VALIDA-PARM"
           MOVE "N" TO WS-PARM-VALIDO-SW
           EVALUATE TRUE
               WHEN LK-PARM-LENGTH = ZERO
                   MOVE "Y" TO WS-PARM-VALIDO-SW
               WHEN LK-PARM-LENGTH NOT = 3
                   DISPLAY "PARM COM TAMANHO INVALIDO: "
                       LK-PARM-LENGTH
               WHEN LK-PARM-DIAS-RETENCAO IS NOT NUMERIC
                 OR LK-PARM-DIAS-RETENCAO = "000"
                   DISPLAY "DIAS DE RETENCAO INVALIDOS: "
                       LK-PARM-DIAS-RETENCAO
               WHEN OTHER
                   MOVE LK-PARM-DIAS-RETENCAO TO WS-DIAS-RETENCAO
                   MOVE "Y" TO WS-PARM-VALIDO-SW
           END-EVALUATE
                .
       0001-VALIDA-PARM-END.

      *-----------------------------------------------------------------
      * PLANABS AUSENTE (STATUS 35) E A PRIMEIRA CARGA: O ARQUIVO
      * NOVO SAI SO COM OS CARTOES ADD.
      *-----------------------------------------------------------------
       0002-INICIALIZA.
           DISPLAY "0002-INICIALIZA"
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DHA-DATA TO WS-DATA-HOJE
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - WS-DIAS-RETENCAO
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-CORTE)
           OPEN INPUT MOVIMENTOS-FILE
           IF WS-ABSMOVS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVIMENTOS-FILE: "
                   WS-ABSMOVS-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN INPUT AFASTAMENTOS-FILE
           EVALUATE WS-PLANABS-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "PLANABS INEXISTENTE - PRIMEIRA CARGA"
                   MOVE "Y" TO WS-EOF-AFASTAMENTOS-SW
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AFASTAMENTOS-FILE: "
                       WS-PLANABS-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE: "
                   WS-EMPFILE-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT AFASTAMENTOS-NOVO
           IF WS-PLANNOVO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AFASTAMENTOS-NOVO: "
                   WS-PLANNOVO-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT AUDITORIA-REPORT
           IF WS-ABSAUDRP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITORIA-REPORT: "
                   WS-ABSAUDRP-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT ERROS-REPORT
           IF WS-ABSERRRP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ERROS-REPORT: "
                   WS-ABSERRRP-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           IF ARQUIVOS-OK
               PERFORM 0002-010-IMPRIME-CABECALHOS
           END-IF
                .
       0002-INICIALIZA-END.

      *-----------------------------------------------------------------
       0002-010-IMPRIME-CABECALHOS.
           MOVE "MOVIMENTOS APLICADOS NO PLANABS" TO WS-TIT-TEXTO
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TITULO
           MOVE WS-DATA-CORTE TO WS-RET-DATA-CORTE
           MOVE WS-DIAS-RETENCAO TO WS-RET-DIAS
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-RETENCAO
           MOVE SPACES TO AUDITORIA-REPORT-RECORD
           WRITE AUDITORIA-REPORT-RECORD
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-CABECALHO
           MOVE "ERROS NA MANUTENCAO DO PLANABS" TO WS-TIT-TEXTO
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-TITULO
           MOVE SPACES TO ERROS-REPORT-RECORD
           WRITE ERROS-REPORT-RECORD
           MOVE "INCONSISTENCIAS NO PLANABS ATUAL (MANTIDAS)"
               TO WS-SEC-TEXTO
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-CABECALHO
                .
       0002-010-IMPRIME-CABECALHOS-END.

      *-----------------------------------------------------------------
      * OS REGISTROS JA GRAVADOS PASSAM PELAS MESMAS CRITICAS DOS
      * CARTOES. O QUE ESTIVER ERRADO E LISTADO E MANTIDO: A
      * CORRECAO E FEITA COM CARTAO CAN/ADD, NUNCA POR ESTE PROGRAMA
      * POR CONTA PROPRIA.
      *-----------------------------------------------------------------
       0003-CARREGA-AFASTAMENTOS.
           DISPLAY "0003-CARREGA-AFASTAMENTOS"
           IF NOT EOF-AFASTAMENTOS
               PERFORM 0003-010-LE-AFASTAMENTO
               PERFORM 0003-020-GUARDA-AFASTAMENTO
                   UNTIL EOF-AFASTAMENTOS
               CLOSE AFASTAMENTOS-FILE
           END-IF
                .
       0003-CARREGA-AFASTAMENTOS-END.

      *-----------------------------------------------------------------
       0003-010-LE-AFASTAMENTO.
           READ AFASTAMENTOS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AFASTAMENTOS-SW
           END-READ
                .
       0003-010-LE-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0003-020-GUARDA-AFASTAMENTO.
           ADD 1 TO WS-CONTA-LIDOS
           IF WS-TOTAL-AFASTAMENTOS < WS-MAXIMO-AFASTAMENTOS
               PERFORM 0003-030-CONFERE-REGISTRO
               ADD 1 TO WS-TOTAL-AFASTAMENTOS
               MOVE WS-TOTAL-AFASTAMENTOS TO WS-IND-AFASTAMENTO
               MOVE AFA-MATRICULA
                   TO WS-PLA-MATRICULA(WS-IND-AFASTAMENTO)
               MOVE AFA-TIPO TO WS-PLA-TIPO(WS-IND-AFASTAMENTO)
               MOVE AFA-DATA-INICIO
                   TO WS-PLA-DATA-INICIO(WS-IND-AFASTAMENTO)
               MOVE AFA-DATA-FIM
                   TO WS-PLA-DATA-FIM(WS-IND-AFASTAMENTO)
               MOVE "S" TO WS-PLA-ATIVO-SW(WS-IND-AFASTAMENTO)
           ELSE
               DISPLAY "TABELA DE AFASTAMENTOS CHEIA - "
                   "MANUTENCAO ABORTADA: " AFA-MATRICULA
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           PERFORM 0003-010-LE-AFASTAMENTO
                .
       0003-020-GUARDA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0003-030-CONFERE-REGISTRO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE AFA-MATRICULA TO WS-CHV-MATRICULA
           MOVE AFA-DATA-INICIO TO WS-CHV-DATA-INICIO
           MOVE AFA-DATA-FIM TO WS-CHV-DATA-FIM
           MOVE AFA-TIPO TO WS-TIPO-AFASTAMENTO
           MOVE ZERO TO WS-IND-IGNORAR
           PERFORM 0004-050-VALIDA-AFASTAMENTO
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-CONTA-INCONSISTENTES
               MOVE "REG" TO WS-MOV-TIPO
               MOVE AFA-MATRICULA TO WS-MOV-MATRICULA
               MOVE AFA-DATA-INICIO TO WS-MOV-DATA-INICIO
               MOVE AFA-DATA-FIM TO WS-MOV-DATA-FIM
               MOVE AFA-TIPO TO WS-MOV-TIPO-AFASTAMENTO
               MOVE WS-MOTIVO-REJEICAO TO WS-MOV-MOTIVO
               WRITE ERROS-REPORT-RECORD FROM WS-LINHA-MOVIMENTO
           END-IF
                .
       0003-030-CONFERE-REGISTRO-END.

      *-----------------------------------------------------------------
       0004-PROCESSA-MOVIMENTOS.
           DISPLAY "0004-PROCESSA-MOVIMENTOS"
           MOVE SPACES TO ERROS-REPORT-RECORD
           WRITE ERROS-REPORT-RECORD
           MOVE "MOVIMENTOS REJEITADOS" TO WS-SEC-TEXTO
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-CABECALHO
           MOVE "N" TO WS-EOF-MOVIMENTOS-SW
           PERFORM 0004-010-LE-MOVIMENTO
           PERFORM 0004-020-APLICA-MOVIMENTO
               UNTIL EOF-MOVIMENTOS
           CLOSE MOVIMENTOS-FILE
                .
       0004-PROCESSA-MOVIMENTOS-END.

      *-----------------------------------------------------------------
       0004-010-LE-MOVIMENTO.
           READ MOVIMENTOS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-MOVIMENTOS-SW
           END-READ
                .
       0004-010-LE-MOVIMENTO-END.

      *-----------------------------------------------------------------
       0004-020-APLICA-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE ABM-MATRICULA TO WS-CHV-MATRICULA
           MOVE ABM-DATA-INICIO TO WS-CHV-DATA-INICIO
           MOVE ABM-DATA-FIM TO WS-CHV-DATA-FIM
           MOVE ABM-TIPO-AFASTAMENTO TO WS-TIPO-AFASTAMENTO
           PERFORM 0004-030-PESQUISA-AFASTAMENTO
           EVALUATE ABM-TIPO
               WHEN "ADD"
                   IF AFASTAMENTO-ACHADO
                       MOVE "AFASTAMENTO JA CADASTRADO"
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       MOVE ZERO TO WS-IND-IGNORAR
                       PERFORM 0004-050-VALIDA-AFASTAMENTO
                   END-IF
               WHEN "CHG"
                   IF AFASTAMENTO-ACHADO
                       MOVE WS-IND-AFASTAMENTO TO WS-IND-IGNORAR
                       PERFORM 0004-050-VALIDA-AFASTAMENTO
                   ELSE
                       MOVE "AFASTAMENTO NAO CADASTRADO"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               WHEN "CAN"
                   IF NOT AFASTAMENTO-ACHADO
                       MOVE "AFASTAMENTO NAO CADASTRADO"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE MOVIMENTO INVALIDO"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM 0004-070-EXECUTA-MOVIMENTO
           END-IF
           PERFORM 0004-080-MONTA-LINHA
           IF WS-MOTIVO-REJEICAO = SPACES
               ADD 1 TO WS-CONTA-APLICADOS
               MOVE "APLICADO" TO WS-MOV-MOTIVO
               WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-MOVIMENTO
           ELSE
               ADD 1 TO WS-CONTA-REJEITADOS
               MOVE WS-MOTIVO-REJEICAO TO WS-MOV-MOTIVO
               WRITE ERROS-REPORT-RECORD FROM WS-LINHA-MOVIMENTO
           END-IF
           PERFORM 0004-010-LE-MOVIMENTO
                .
       0004-020-APLICA-MOVIMENTO-END.

      *-----------------------------------------------------------------
       0004-030-PESQUISA-AFASTAMENTO.
           MOVE "N" TO WS-AFASTAMENTO-ACHADO-SW
           MOVE ZERO TO WS-IND-PESQUISA
           PERFORM 0004-035-COMPARA-AFASTAMENTO
               UNTIL AFASTAMENTO-ACHADO
                  OR WS-IND-PESQUISA NOT < WS-TOTAL-AFASTAMENTOS
                .
       0004-030-PESQUISA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0004-035-COMPARA-AFASTAMENTO.
           ADD 1 TO WS-IND-PESQUISA
           IF WS-PLA-MATRICULA(WS-IND-PESQUISA) = WS-CHV-MATRICULA
               AND WS-PLA-DATA-INICIO(WS-IND-PESQUISA)
                   = WS-CHV-DATA-INICIO
               AND AFASTAMENTO-ATIVO(WS-IND-PESQUISA)
               MOVE "Y" TO WS-AFASTAMENTO-ACHADO-SW
               MOVE WS-IND-PESQUISA TO WS-IND-AFASTAMENTO
           END-IF
                .
       0004-035-COMPARA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
      * CRITICA DO AFASTAMENTO EM WS-CHV-... E WS-TIPO-AFASTAMENTO,
      * USADA PELOS CARTOES ADD/CHG E PELA CONFERENCIA DO ARQUIVO
      * ATUAL. WS-IND-IGNORAR E A ENTRADA DA TABELA QUE NAO CONTA
      * NA SOBREPOSICAO (O PROPRIO AFASTAMENTO ALTERADO NO CHG).
      *-----------------------------------------------------------------
       0004-050-VALIDA-AFASTAMENTO.
           PERFORM 0004-052-PESQUISA-CADASTRO
           EVALUATE TRUE
               WHEN WS-CHV-MATRICULA = SPACES
                   MOVE "MATRICULA EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT CADASTRO-ACHADO
                   MOVE "MATRICULA FORA DO CADASTRO"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT TIPO-AFASTAMENTO-VALIDO
                   MOVE "TIPO DE AFASTAMENTO INVALIDO"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 0004-055-VALIDA-DATAS
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM 0004-060-PESQUISA-SOBREPOSICAO
               IF HA-SOBREPOSICAO
                   MOVE "SOBREPOE OUTRO AFASTAMENTO"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF
                .
       0004-050-VALIDA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0004-052-PESQUISA-CADASTRO.
           MOVE "N" TO WS-CADASTRO-ACHADO-SW
           MOVE WS-CHV-MATRICULA TO EMP-MATRICULA
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CADASTRO-ACHADO-SW
           END-READ
                .
       0004-052-PESQUISA-CADASTRO-END.

      *-----------------------------------------------------------------
       0004-055-VALIDA-DATAS.
           MOVE WS-CHV-DATA-INICIO TO WS-DATA-DESMONTADA
           PERFORM 0004-057-VALIDA-DATA
           IF NOT DATA-VALIDA
               MOVE "DATA DE INICIO INVALIDA" TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE WS-CHV-DATA-FIM TO WS-DATA-DESMONTADA
               PERFORM 0004-057-VALIDA-DATA
               EVALUATE TRUE
                   WHEN NOT DATA-VALIDA
                       MOVE "DATA DE FIM INVALIDA"
                           TO WS-MOTIVO-REJEICAO
                   WHEN WS-CHV-DATA-FIM < WS-CHV-DATA-INICIO
                       MOVE "FIM ANTERIOR AO INICIO"
                           TO WS-MOTIVO-REJEICAO
               END-EVALUATE
           END-IF
                .
       0004-055-VALIDA-DATAS-END.

      *-----------------------------------------------------------------
      * DATA AAAAMMDD EM WS-DATA-DESMONTADA: MES DE 01 A 12 E DIA
      * DENTRO DO MES, COM 29/02 SO NO ANO BISSEXTO.
      *-----------------------------------------------------------------
       0004-057-VALIDA-DATA.
           MOVE "N" TO WS-DATA-VALIDA-SW
           IF WS-DATA-DESMONTADA IS NUMERIC
               IF WS-DTD-MES NOT < 01 AND WS-DTD-MES NOT > 12
                   MOVE WS-DIAS-NO-MES(WS-DTD-MES) TO WS-ULTIMO-DIA-MES
                   IF WS-DTD-MES = 02
                       DIVIDE WS-DTD-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                           REMAINDER WS-RESTO-4
                       DIVIDE WS-DTD-ANO BY 100 GIVING WS-ANO-QUOCIENTE
                           REMAINDER WS-RESTO-100
                       DIVIDE WS-DTD-ANO BY 400 GIVING WS-ANO-QUOCIENTE
                           REMAINDER WS-RESTO-400
                       IF (WS-RESTO-4 = ZERO
                           AND WS-RESTO-100 NOT = ZERO)
                           OR WS-RESTO-400 = ZERO
                           MOVE 29 TO WS-ULTIMO-DIA-MES
                       END-IF
                   END-IF
                   IF WS-DTD-DIA NOT < 01
                       AND WS-DTD-DIA NOT > WS-ULTIMO-DIA-MES
                       MOVE "Y" TO WS-DATA-VALIDA-SW
                   END-IF
               END-IF
           END-IF
                .
       0004-057-VALIDA-DATA-END.

      *-----------------------------------------------------------------
      * DOIS AFASTAMENTOS DO MESMO OPERADOR SE SOBREPOEM QUANDO UM
      * COMECA ANTES DO FIM DO OUTRO E TERMINA DEPOIS DO INICIO DELE.
      * REGISTRO DA TABELA COM DATA ILEGIVEL JA SAIU NAS
      * INCONSISTENCIAS E NAO E COMPARADO.
      *-----------------------------------------------------------------
       0004-060-PESQUISA-SOBREPOSICAO.
           MOVE "N" TO WS-SOBREPOSICAO-SW
           MOVE ZERO TO WS-IND-PESQUISA
           PERFORM 0004-065-COMPARA-PERIODO
               UNTIL HA-SOBREPOSICAO
                  OR WS-IND-PESQUISA NOT < WS-TOTAL-AFASTAMENTOS
                .
       0004-060-PESQUISA-SOBREPOSICAO-END.

      *-----------------------------------------------------------------
       0004-065-COMPARA-PERIODO.
           ADD 1 TO WS-IND-PESQUISA
           IF WS-IND-PESQUISA NOT = WS-IND-IGNORAR
               AND AFASTAMENTO-ATIVO(WS-IND-PESQUISA)
               AND WS-PLA-MATRICULA(WS-IND-PESQUISA)
                   = WS-CHV-MATRICULA
               AND WS-PLA-DATA-INICIO(WS-IND-PESQUISA) IS NUMERIC
               AND WS-PLA-DATA-FIM(WS-IND-PESQUISA) IS NUMERIC
               AND WS-PLA-DATA-INICIO(WS-IND-PESQUISA)
                   NOT > WS-CHV-DATA-FIM
               AND WS-PLA-DATA-FIM(WS-IND-PESQUISA)
                   NOT < WS-CHV-DATA-INICIO
               MOVE "Y" TO WS-SOBREPOSICAO-SW
           END-IF
                .
       0004-065-COMPARA-PERIODO-END.

      *-----------------------------------------------------------------
       0004-070-EXECUTA-MOVIMENTO.
           EVALUATE ABM-TIPO
               WHEN "ADD"
                   IF WS-TOTAL-AFASTAMENTOS
                       < WS-MAXIMO-AFASTAMENTOS
                       ADD 1 TO WS-TOTAL-AFASTAMENTOS
                       MOVE WS-TOTAL-AFASTAMENTOS
                           TO WS-IND-AFASTAMENTO
                       MOVE ABM-MATRICULA
                           TO WS-PLA-MATRICULA(WS-IND-AFASTAMENTO)
                       MOVE ABM-TIPO-AFASTAMENTO
                           TO WS-PLA-TIPO(WS-IND-AFASTAMENTO)
                       MOVE ABM-DATA-INICIO
                           TO WS-PLA-DATA-INICIO(WS-IND-AFASTAMENTO)
                       MOVE ABM-DATA-FIM
                           TO WS-PLA-DATA-FIM(WS-IND-AFASTAMENTO)
                       MOVE "S"
                           TO WS-PLA-ATIVO-SW(WS-IND-AFASTAMENTO)
                   ELSE
                       MOVE "TABELA DE AFASTAMENTOS CHEIA"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               WHEN "CHG"
                   MOVE ABM-TIPO-AFASTAMENTO
                       TO WS-PLA-TIPO(WS-IND-AFASTAMENTO)
                   MOVE ABM-DATA-FIM
                       TO WS-PLA-DATA-FIM(WS-IND-AFASTAMENTO)
               WHEN "CAN"
                   MOVE "N" TO WS-PLA-ATIVO-SW(WS-IND-AFASTAMENTO)
           END-EVALUATE
                .
       0004-070-EXECUTA-MOVIMENTO-END.

      *-----------------------------------------------------------------
       0004-080-MONTA-LINHA.
           MOVE ABM-TIPO TO WS-MOV-TIPO
           MOVE ABM-MATRICULA TO WS-MOV-MATRICULA
           MOVE ABM-DATA-INICIO TO WS-MOV-DATA-INICIO
           MOVE ABM-DATA-FIM TO WS-MOV-DATA-FIM
           MOVE ABM-TIPO-AFASTAMENTO TO WS-MOV-TIPO-AFASTAMENTO
                .
       0004-080-MONTA-LINHA-END.

      *-----------------------------------------------------------------
      * O EXPURGO SO OLHA A DATA DE FIM LEGIVEL; REGISTRO COM DATA
      * ILEGIVEL FICA ATE SER CANCELADO POR CARTAO.
      *-----------------------------------------------------------------
       0005-GRAVA-NOVO.
           DISPLAY "0005-GRAVA-NOVO"
           MOVE SPACES TO AUDITORIA-REPORT-RECORD
           WRITE AUDITORIA-REPORT-RECORD
           MOVE "AFASTAMENTOS EXPURGADOS" TO WS-SEC-TEXTO
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-SECAO
           MOVE ZERO TO WS-IND-AFASTAMENTO
           PERFORM 0005-010-GRAVA-AFASTAMENTO
               WS-TOTAL-AFASTAMENTOS TIMES
           CLOSE AFASTAMENTOS-NOVO
                .
       0005-GRAVA-NOVO-END.

      *-----------------------------------------------------------------
       0005-010-GRAVA-AFASTAMENTO.
           ADD 1 TO WS-IND-AFASTAMENTO
           IF AFASTAMENTO-ATIVO(WS-IND-AFASTAMENTO)
               IF WS-PLA-DATA-FIM(WS-IND-AFASTAMENTO) IS NUMERIC
                   AND WS-PLA-DATA-FIM(WS-IND-AFASTAMENTO)
                       < WS-DATA-CORTE
                   ADD 1 TO WS-CONTA-EXPURGADOS
                   MOVE "EXP" TO WS-MOV-TIPO
                   MOVE WS-PLA-MATRICULA(WS-IND-AFASTAMENTO)
                       TO WS-MOV-MATRICULA
                   MOVE WS-PLA-DATA-INICIO(WS-IND-AFASTAMENTO)
                       TO WS-MOV-DATA-INICIO
                   MOVE WS-PLA-DATA-FIM(WS-IND-AFASTAMENTO)
                       TO WS-MOV-DATA-FIM
                   MOVE WS-PLA-TIPO(WS-IND-AFASTAMENTO)
                       TO WS-MOV-TIPO-AFASTAMENTO
                   MOVE "EXPURGADO" TO WS-MOV-MOTIVO
                   WRITE AUDITORIA-REPORT-RECORD
                       FROM WS-LINHA-MOVIMENTO
               ELSE
                   ADD 1 TO WS-CONTA-GRAVADOS
                   MOVE SPACES TO AFASTAMENTOS-NOVO-RECORD
                   MOVE WS-PLA-MATRICULA(WS-IND-AFASTAMENTO)
                       TO NOV-MATRICULA
                   MOVE WS-PLA-TIPO(WS-IND-AFASTAMENTO) TO NOV-TIPO
                   MOVE WS-PLA-DATA-INICIO(WS-IND-AFASTAMENTO)
                       TO NOV-DATA-INICIO
                   MOVE WS-PLA-DATA-FIM(WS-IND-AFASTAMENTO)
                       TO NOV-DATA-FIM
                   WRITE AFASTAMENTOS-NOVO-RECORD
               END-IF
           END-IF
                .
       0005-010-GRAVA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
           IF PARM-VALIDO AND ARQUIVOS-OK
               PERFORM 9999-010-GRAVA-TOTAIS
               CLOSE EMPLOYEE-FILE
               CLOSE AUDITORIA-REPORT
               CLOSE ERROS-REPORT
           END-IF
           EVALUATE TRUE
               WHEN NOT PARM-VALIDO
                   MOVE 0016 TO WS-RETURN-CODE
               WHEN ARQUIVOS-FALHOU
                   MOVE 0012 TO WS-RETURN-CODE
               WHEN WS-CONTA-REJEITADOS > ZERO
                   OR WS-CONTA-INCONSISTENTES > ZERO
                   MOVE 0004 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
       9999-010-GRAVA-TOTAIS.
           MOVE SPACES TO AUDITORIA-REPORT-RECORD
           WRITE AUDITORIA-REPORT-RECORD
           MOVE "AFASTAMENTOS LIDOS DO PLANABS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-LIDOS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "MOVIMENTOS APLICADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-APLICADOS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "AFASTAMENTOS EXPURGADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-EXPURGADOS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "AFASTAMENTOS NO ARQUIVO NOVO:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-GRAVADOS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE SPACES TO ERROS-REPORT-RECORD
           WRITE ERROS-REPORT-RECORD
           MOVE "INCONSISTENCIAS NO PLANABS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-INCONSISTENTES TO WS-TOT-QUANTIDADE
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "MOVIMENTOS REJEITADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-REJEITADOS TO WS-TOT-QUANTIDADE
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-TOTAL
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG021A.
