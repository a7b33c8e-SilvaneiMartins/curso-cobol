      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG018A - TROCAS DE TURNO ENTRE
      *           OPERADORES, NO MOLDE DO PROG015A. LE OS PEDIDOS DE
      *           TROCA DO ARQUIVO TROCMOVS (SOLICITANTE, CONTRAPARTE,
      *           DATA E OS DOIS TURNOS) E CRITICA CADA CARTAO: AS
      *           DUAS MATRICULAS TEM QUE EXISTIR NO CADASTRO COM O
      *           TURNO INFORMADO, OS TURNOS TEM QUE SER DIFERENTES,
      *           NENHUM DOS DOIS PODE ESTAR AFASTADO (PLANABS) NEM
      *           JA TER TROCA NA DATA, E O CARTAO EXIGE UM
      *           SUPERVISOR APROVADOR: USUARIO DO AUTHUSERS COM
      *           PERMISSAO 2 E DENTRO DA VALIDADE. CADA TROCA
      *           APROVADA VIRA DOIS REGISTROS DE SUBSTITUICAO DE
      *           TURNO DE UM DIA NO TURNOVRD, QUE O PROG004A, O
      *           PROG006A E O PROG002A CONSULTAM SO NA DATA DA
      *           TROCA; NO DIA SEGUINTE VALE DE NOVO O EMP-TURNO
      *           DO CADASTRO. AS SUBSTITUICOES JA VENCIDAS SAO
      *           DESCARTADAS AQUI. O ARQUIVO NOVO SAI EM TRCNOVO E
      *           O JCL O PROMOVE. AS TROCAS APROVADAS E REJEITADAS
      *           SAEM NO RELATORIO DE AUDITORIA TROCARP.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG018A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TROCAS-FILE ASSIGN TO "TROCMOVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TROCMOVS-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "PLANABS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANABS-STATUS.
           SELECT AUTHUSERS-FILE ASSIGN TO "AUTHUSRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHUSRS-STATUS.
           SELECT SUBSTITUICOES-FILE ASSIGN TO "TURNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOVRD-STATUS.
           SELECT SUBSTITUICOES-NOVO ASSIGN TO "TRCNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCNOVO-STATUS.
           SELECT AUDITORIA-REPORT ASSIGN TO "TROCARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TROCARP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TROCAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TROCAS-RECORD.
           05  TRC-SOLICITANTE            PIC X(06).
           05  FILLER                     PIC X(01).
           05  TRC-TURNO-SOLICITANTE      PIC X(01).
           05  FILLER                     PIC X(01).
           05  TRC-CONTRAPARTE            PIC X(06).
           05  FILLER                     PIC X(01).
           05  TRC-TURNO-CONTRAPARTE      PIC X(01).
           05  FILLER                     PIC X(01).
           05  TRC-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  TRC-APROVADOR              PIC X(08).
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

       FD  AUTHUSERS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTHUSERS-RECORD.
           05  AUTH-USER-ID               PIC X(08).
           05  FILLER                     PIC X(01).
           05  AUTH-NOME                  PIC X(30).
           05  FILLER                     PIC X(01).
           05  AUTH-PERMISSAO             PIC X(01).
           05  FILLER                     PIC X(01).
           05  AUTH-VALIDADE              PIC X(08).
           05  FILLER                     PIC X(30).

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

       FD  SUBSTITUICOES-NOVO
           LABEL RECORDS ARE STANDARD.
       01  SUBSTITUICOES-NOVO-RECORD.
           05  NOV-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  NOV-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  NOV-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  NOV-TURNO-CADASTRO         PIC X(01).
           05  FILLER                     PIC X(01).
           05  NOV-PARCEIRO               PIC X(06).
           05  FILLER                     PIC X(01).
           05  NOV-APROVADOR              PIC X(08).
           05  FILLER                     PIC X(45).

       FD  AUDITORIA-REPORT
           LABEL RECORDS ARE STANDARD.
       01  AUDITORIA-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TROCMOVS-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PLANABS-STATUS              PIC X(02) VALUE SPACES.
       77  WS-AUTHUSRS-STATUS             PIC X(02) VALUE SPACES.
       77  WS-TURNOVRD-STATUS             PIC X(02) VALUE SPACES.
       77  WS-TRCNOVO-STATUS              PIC X(02) VALUE SPACES.
       77  WS-TROCARP-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-TROCAS-SW               PIC X(01) VALUE "N".
           88  EOF-TROCAS                     VALUE "Y".
       77  WS-EOF-AFASTAMENTO-SW          PIC X(01) VALUE "N".
           88  EOF-AFASTAMENTO                VALUE "Y".
       77  WS-EOF-AUTHUSERS-SW            PIC X(01) VALUE "N".
           88  EOF-AUTHUSERS                  VALUE "Y".
       77  WS-EOF-SUBSTITUICAO-SW         PIC X(01) VALUE "N".
           88  EOF-SUBSTITUICAO               VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-APROVADOR-ACHADO-SW         PIC X(01) VALUE "N".
           88  APROVADOR-ACHADO               VALUE "Y".
       77  WS-CADASTRO-ACHADO-SW          PIC X(01) VALUE "N".
           88  CADASTRO-ACHADO                VALUE "Y".
       77  WS-AFASTADO-ACHADO-SW          PIC X(01) VALUE "N".
           88  AFASTADO-ACHADO                VALUE "Y".
       77  WS-TROCA-ACHADA-SW             PIC X(01) VALUE "N".
           88  TROCA-ACHADA                   VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-TOTAL-AUTORIZADOS           PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-AUTORIZADOS          PIC 9(04) COMP VALUE 200.
       77  WS-TOTAL-AFASTAMENTOS          PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-AFASTAMENTOS         PIC 9(04) COMP VALUE 500.
       77  WS-TOTAL-SUBSTITUICOES         PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-SUBSTITUICOES        PIC 9(04) COMP VALUE 500.
       77  WS-IND-PESQUISA                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-APROVADOR               PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-GRAVACAO                PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-APROVADAS             PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-REJEITADAS            PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-VENCIDAS              PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-GRAVADOS              PIC 9(04) COMP VALUE ZERO.
       77  WS-MOTIVO-REJEICAO             PIC X(28) VALUE SPACES.
       77  WS-DATA-HOJE                   PIC X(08) VALUE SPACES.
       77  WS-MATRICULA-PESQUISA          PIC X(06) VALUE SPACES.
       77  WS-TURNO-PESQUISA              PIC X(01) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-ANO                 PIC 9(04).
           05  WS-DHA-MES                 PIC 9(02).
           05  WS-DHA-DIA                 PIC 9(02).
           05  FILLER                     PIC X(13).

       01  WS-DATA-DESMONTADA.
           05  WS-DTD-ANO                 PIC 9(04).
           05  WS-DTD-MES                 PIC 9(02).
           05  WS-DTD-DIA                 PIC 9(02).

      * O APROVADOR E CONFERIDO CONTRA O AUTHUSERS INTEIRO, COMO NA
      * DUPLA APROVACAO DO PROG015A.
       01  WS-TABELA-AUTORIZADOS.
           05  WS-AUTORIZADO-ENTRADA OCCURS 200 TIMES.
               10  WS-AUT-USER-ID         PIC X(08).
               10  WS-AUT-PERMISSAO       PIC X(01).
               10  WS-AUT-VALIDADE        PIC X(08).

      * OS AFASTAMENTOS SAO GUARDADOS COM O PERIODO, PORQUE CADA
      * TROCA TEM A SUA PROPRIA DATA.
       01  WS-TABELA-AFASTAMENTOS.
           05  WS-AFASTAMENTO-ENTRADA OCCURS 500 TIMES.
               10  WS-AFT-MATRICULA       PIC X(06).
               10  WS-AFT-DATA-INICIO     PIC X(08).
               10  WS-AFT-DATA-FIM        PIC X(08).

      * SUBSTITUICOES AINDA VIGENTES (DE HOJE EM DIANTE) MAIS AS
      * APROVADAS NESTA EXECUCAO. E O QUE SE REGRAVA NO TRCNOVO.
       01  WS-TABELA-SUBSTITUICOES.
           05  WS-SUBSTITUICAO-ENTRADA OCCURS 500 TIMES.
               10  WS-SUB-DATA            PIC X(08).
               10  WS-SUB-MATRICULA       PIC X(06).
               10  WS-SUB-TURNO           PIC X(01).
               10  WS-SUB-TURNO-CADASTRO  PIC X(01).
               10  WS-SUB-PARCEIRO        PIC X(06).
               10  WS-SUB-APROVADOR       PIC X(08).

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  WS-TIT-TEXTO               PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-LINHA-CABECALHO.
           05  FILLER                     PIC X(06) VALUE "SOLIC.".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "T".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "CONTRA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "T".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "DATA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "APROVADO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(44) VALUE "SITUACAO".

       01  WS-LINHA-TROCA.
           05  WS-TRL-SOLICITANTE         PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRL-TURNO-SOLICITANTE   PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRL-CONTRAPARTE         PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRL-TURNO-CONTRAPARTE   PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRL-DATA                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRL-APROVADOR           PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRL-SITUACAO            PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TRL-MOTIVO              PIC X(28).
           05  FILLER                     PIC X(06) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO               PIC X(34) VALUE SPACES.
           05  WS-TOT-QUANTIDADE          PIC ZZZ9.
           05  FILLER                     PIC X(42) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 0001-INICIALIZA
           IF ARQUIVOS-OK
               PERFORM 0002-CARREGA-TABELAS
           END-IF
           IF ARQUIVOS-OK
               PERFORM 0003-PROCESSA-TROCAS
               PERFORM 0004-GRAVA-NOVO
           END-IF
           PERFORM 9999-FINALIZAR
                .
       MAIN-PROCEDURE-END.

      *-----------------------------------------------------------------
       0001-INICIALIZA.
           DISPLAY "0001-INICIALIZA"
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DHA-ANO TO WS-DATA-HOJE(1:4)
           MOVE WS-DHA-MES TO WS-DATA-HOJE(5:2)
           MOVE WS-DHA-DIA TO WS-DATA-HOJE(7:2)
           OPEN INPUT TROCAS-FILE
           IF WS-TROCMOVS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TROCAS-FILE: "
                   WS-TROCMOVS-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE: "
                   WS-EMPFILE-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN INPUT AUTHUSERS-FILE
           IF WS-AUTHUSRS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUTHUSERS-FILE: "
                   WS-AUTHUSRS-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT SUBSTITUICOES-NOVO
           IF WS-TRCNOVO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SUBSTITUICOES-NOVO: "
                   WS-TRCNOVO-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT AUDITORIA-REPORT
           IF WS-TROCARP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITORIA-REPORT: "
                   WS-TROCARP-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           IF ARQUIVOS-OK
               MOVE "AUDITORIA DE TROCAS DE TURNO" TO WS-TIT-TEXTO
               WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TITULO
               WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-CABECALHO
           END-IF
                .
       0001-INICIALIZA-END.

      *-----------------------------------------------------------------
       0002-CARREGA-TABELAS.
           DISPLAY "0002-CARREGA-TABELAS"
           MOVE "N" TO WS-EOF-AUTHUSERS-SW
           PERFORM 0002-010-LE-AUTHUSERS
           PERFORM 0002-020-GUARDA-AUTORIZADO
               UNTIL EOF-AUTHUSERS
           CLOSE AUTHUSERS-FILE
           PERFORM 0002-030-CARREGA-AFASTAMENTOS
           PERFORM 0002-060-CARREGA-SUBSTITUICOES
                .
       0002-CARREGA-TABELAS-END.

      *-----------------------------------------------------------------
       0002-010-LE-AUTHUSERS.
           READ AUTHUSERS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AUTHUSERS-SW
           END-READ
                .
       0002-010-LE-AUTHUSERS-END.

      *-----------------------------------------------------------------
       0002-020-GUARDA-AUTORIZADO.
           IF WS-TOTAL-AUTORIZADOS < WS-MAXIMO-AUTORIZADOS
               ADD 1 TO WS-TOTAL-AUTORIZADOS
               MOVE AUTH-USER-ID
                   TO WS-AUT-USER-ID(WS-TOTAL-AUTORIZADOS)
               MOVE AUTH-PERMISSAO
                   TO WS-AUT-PERMISSAO(WS-TOTAL-AUTORIZADOS)
               MOVE AUTH-VALIDADE
                   TO WS-AUT-VALIDADE(WS-TOTAL-AUTORIZADOS)
           ELSE
               DISPLAY "TABELA DE AUTORIZADOS CHEIA - "
                   "PROCESSAMENTO ABORTADO: " AUTH-USER-ID
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           PERFORM 0002-010-LE-AUTHUSERS
                .
       0002-020-GUARDA-AUTORIZADO-END.

      *-----------------------------------------------------------------
      * O ARQUIVO DE AFASTAMENTOS E OPCIONAL (STATUS 35): SEM ELE
      * NENHUMA TROCA E REJEITADA POR AFASTAMENTO. AFASTAMENTO JA
      * ENCERRADO NAO INTERESSA, PORQUE TROCA COM DATA PASSADA E
      * REJEITADA DE QUALQUER FORMA.
      *-----------------------------------------------------------------
       0002-030-CARREGA-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTOS-FILE
           EVALUATE WS-PLANABS-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-AFASTAMENTO-SW
                   PERFORM 0002-040-LE-AFASTAMENTO
                   PERFORM 0002-050-GUARDA-AFASTAMENTO
                       UNTIL EOF-AFASTAMENTO
                   CLOSE AFASTAMENTOS-FILE
               WHEN "35"
                   DISPLAY "AFASTAMENTOS-FILE INEXISTENTE - "
                       "TROCAS SEM CRITICA DE AFASTAMENTO"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AFASTAMENTOS-FILE: "
                       WS-PLANABS-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0002-030-CARREGA-AFASTAMENTOS-END.

      *-----------------------------------------------------------------
       0002-040-LE-AFASTAMENTO.
           READ AFASTAMENTOS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AFASTAMENTO-SW
           END-READ
                .
       0002-040-LE-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0002-050-GUARDA-AFASTAMENTO.
           IF AFA-DATA-INICIO IS NUMERIC
               AND AFA-DATA-FIM IS NUMERIC
               AND AFA-DATA-FIM NOT < WS-DATA-HOJE
               IF WS-TOTAL-AFASTAMENTOS < WS-MAXIMO-AFASTAMENTOS
                   ADD 1 TO WS-TOTAL-AFASTAMENTOS
                   MOVE AFA-MATRICULA
                       TO WS-AFT-MATRICULA(WS-TOTAL-AFASTAMENTOS)
                   MOVE AFA-DATA-INICIO
                       TO WS-AFT-DATA-INICIO(WS-TOTAL-AFASTAMENTOS)
                   MOVE AFA-DATA-FIM
                       TO WS-AFT-DATA-FIM(WS-TOTAL-AFASTAMENTOS)
               ELSE
                   DISPLAY "TABELA DE AFASTAMENTOS CHEIA - "
                       "PROCESSAMENTO ABORTADO: " AFA-MATRICULA
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
               END-IF
           END-IF
           PERFORM 0002-040-LE-AFASTAMENTO
                .
       0002-050-GUARDA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
      * O TURNOVRD NAO EXISTE ANTES DA PRIMEIRA TROCA (STATUS 35).
      * SUBSTITUICAO COM DATA ANTERIOR A HOJE JA CUMPRIU O SEU DIA
      * E NAO E REGRAVADA: O ARQUIVO SO GUARDA O QUE AINDA VAI
      * VALER.
      *-----------------------------------------------------------------
       0002-060-CARREGA-SUBSTITUICOES.
           OPEN INPUT SUBSTITUICOES-FILE
           EVALUATE WS-TURNOVRD-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SUBSTITUICAO-SW
                   PERFORM 0002-070-LE-SUBSTITUICAO
                   PERFORM 0002-080-GUARDA-SUBSTITUICAO
                       UNTIL EOF-SUBSTITUICAO
                   CLOSE SUBSTITUICOES-FILE
               WHEN "35"
                   DISPLAY "SUBSTITUICOES-FILE INEXISTENTE - "
                       "INICIANDO ARQUIVO NOVO"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR SUBSTITUICOES-FILE: "
                       WS-TURNOVRD-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0002-060-CARREGA-SUBSTITUICOES-END.

      *-----------------------------------------------------------------
       0002-070-LE-SUBSTITUICAO.
           READ SUBSTITUICOES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SUBSTITUICAO-SW
           END-READ
                .
       0002-070-LE-SUBSTITUICAO-END.

      *-----------------------------------------------------------------
       0002-080-GUARDA-SUBSTITUICAO.
           IF OVR-DATA < WS-DATA-HOJE
               ADD 1 TO WS-CONTA-VENCIDAS
           ELSE
               IF WS-TOTAL-SUBSTITUICOES < WS-MAXIMO-SUBSTITUICOES
                   ADD 1 TO WS-TOTAL-SUBSTITUICOES
                   MOVE OVR-DATA
                       TO WS-SUB-DATA(WS-TOTAL-SUBSTITUICOES)
                   MOVE OVR-MATRICULA
                       TO WS-SUB-MATRICULA(WS-TOTAL-SUBSTITUICOES)
                   MOVE OVR-TURNO
                       TO WS-SUB-TURNO(WS-TOTAL-SUBSTITUICOES)
                   MOVE OVR-TURNO-CADASTRO
                       TO WS-SUB-TURNO-CADASTRO(WS-TOTAL-SUBSTITUICOES)
                   MOVE OVR-PARCEIRO
                       TO WS-SUB-PARCEIRO(WS-TOTAL-SUBSTITUICOES)
                   MOVE OVR-APROVADOR
                       TO WS-SUB-APROVADOR(WS-TOTAL-SUBSTITUICOES)
               ELSE
                   DISPLAY "TABELA DE SUBSTITUICOES CHEIA - "
                       "PROCESSAMENTO ABORTADO: " OVR-MATRICULA
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
               END-IF
           END-IF
           PERFORM 0002-070-LE-SUBSTITUICAO
                .
       0002-080-GUARDA-SUBSTITUICAO-END.

      *-----------------------------------------------------------------
       0003-PROCESSA-TROCAS.
           DISPLAY "0003-PROCESSA-TROCAS"
           MOVE "N" TO WS-EOF-TROCAS-SW
           PERFORM 0003-010-LE-TROCA
           PERFORM 0003-020-TRATA-TROCA
               UNTIL EOF-TROCAS
           CLOSE TROCAS-FILE
                .
       0003-PROCESSA-TROCAS-END.

      *-----------------------------------------------------------------
       0003-010-LE-TROCA.
           READ TROCAS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-TROCAS-SW
           END-READ
                .
       0003-010-LE-TROCA-END.

      *-----------------------------------------------------------------
      * O SUPERVISOR APROVADOR E CONFERIDO ANTES DE QUALQUER OUTRA
      * CRITICA, COMO NO PROG015A: SEM APROVACAO NENHUMA TROCA
      * MEXE NA ESCALA.
      *-----------------------------------------------------------------
       0003-020-TRATA-TROCA.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           PERFORM 0003-030-VALIDA-APROVADOR
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM 0003-050-VALIDA-PEDIDO
           END-IF
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM 0003-100-VALIDA-OPERADORES
           END-IF
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM 0003-200-REGISTRA-TROCA
           END-IF
           IF WS-MOTIVO-REJEICAO = SPACES
               ADD 1 TO WS-CONTA-APROVADAS
               MOVE "APROVADA" TO WS-TRL-SITUACAO
           ELSE
               ADD 1 TO WS-CONTA-REJEITADAS
               MOVE "REJEITADA" TO WS-TRL-SITUACAO
           END-IF
           PERFORM 0003-300-GRAVA-AUDITORIA
           PERFORM 0003-010-LE-TROCA
                .
       0003-020-TRATA-TROCA-END.

      *-----------------------------------------------------------------
      * SO SUPERVISOR APROVA TROCA: USUARIO DO AUTHUSERS COM
      * PERMISSAO 2 (A MESMA QUE LIBERA O RELATORIO DE ESCALA NO
      * PROG001A) E DENTRO DA VALIDADE.
      *-----------------------------------------------------------------
       0003-030-VALIDA-APROVADOR.
           IF TRC-APROVADOR = SPACES
               MOVE "SEM SUPERVISOR APROVADOR"
                   TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 0003-035-PESQUISA-APROVADOR
               EVALUATE TRUE
                   WHEN NOT APROVADOR-ACHADO
                       MOVE "APROVADOR NAO CADASTRADO"
                           TO WS-MOTIVO-REJEICAO
                   WHEN WS-AUT-VALIDADE(WS-IND-APROVADOR)
                       IS NOT NUMERIC
                     OR WS-AUT-VALIDADE(WS-IND-APROVADOR)
                       < WS-DATA-HOJE
                       MOVE "APROVADOR EXPIRADO"
                           TO WS-MOTIVO-REJEICAO
                   WHEN WS-AUT-PERMISSAO(WS-IND-APROVADOR)
                       NOT = "2"
                       MOVE "APROVADOR NAO E SUPERVISOR"
                           TO WS-MOTIVO-REJEICAO
               END-EVALUATE
           END-IF
                .
       0003-030-VALIDA-APROVADOR-END.

      *-----------------------------------------------------------------
       0003-035-PESQUISA-APROVADOR.
           MOVE "N" TO WS-APROVADOR-ACHADO-SW
           MOVE ZERO TO WS-IND-PESQUISA
           PERFORM 0003-040-COMPARA-APROVADOR
               UNTIL APROVADOR-ACHADO
                  OR WS-IND-PESQUISA NOT < WS-TOTAL-AUTORIZADOS
                .
       0003-035-PESQUISA-APROVADOR-END.

      *-----------------------------------------------------------------
       0003-040-COMPARA-APROVADOR.
           ADD 1 TO WS-IND-PESQUISA
           IF WS-AUT-USER-ID(WS-IND-PESQUISA) = TRC-APROVADOR
               MOVE "Y" TO WS-APROVADOR-ACHADO-SW
               MOVE WS-IND-PESQUISA TO WS-IND-APROVADOR
           END-IF
                .
       0003-040-COMPARA-APROVADOR-END.

      *-----------------------------------------------------------------
      * CRITICA DO CARTAO EM SI, ANTES DE IR AO CADASTRO: DATA
      * LEGIVEL E NAO PASSADA, DUAS MATRICULAS DIFERENTES E DOIS
      * TURNOS VALIDOS E DIFERENTES.
      *-----------------------------------------------------------------
       0003-050-VALIDA-PEDIDO.
           EVALUATE TRUE
               WHEN TRC-DATA IS NOT NUMERIC
                   MOVE "DATA NAO NUMERICA"
                       TO WS-MOTIVO-REJEICAO
               WHEN TRC-DATA < WS-DATA-HOJE
                   MOVE "DATA JA PASSADA"
                       TO WS-MOTIVO-REJEICAO
               WHEN TRC-SOLICITANTE = SPACES
                 OR TRC-CONTRAPARTE = SPACES
                   MOVE "MATRICULA EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN TRC-SOLICITANTE = TRC-CONTRAPARTE
                   MOVE "MESMA MATRICULA NOS DOIS"
                       TO WS-MOTIVO-REJEICAO
               WHEN TRC-TURNO-SOLICITANTE NOT = "1" AND "2" AND "3"
                 OR TRC-TURNO-CONTRAPARTE NOT = "1" AND "2" AND "3"
                   MOVE "TURNO FORA DE 1-3"
                       TO WS-MOTIVO-REJEICAO
               WHEN TRC-TURNO-SOLICITANTE = TRC-TURNO-CONTRAPARTE
                   MOVE "TURNOS IGUAIS - SEM TROCA"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE TRC-DATA TO WS-DATA-DESMONTADA
                   IF WS-DTD-MES < 01 OR WS-DTD-MES > 12
                       OR WS-DTD-DIA < 01 OR WS-DTD-DIA > 31
                       MOVE "DATA FORA DO CALENDARIO"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE
                .
       0003-050-VALIDA-PEDIDO-END.

      *-----------------------------------------------------------------
      * CADA OPERADOR TEM QUE ESTAR NO CADASTRO NO TURNO QUE O
      * CARTAO DIZ QUE ELE CEDE, NAO PODE ESTAR AFASTADO NA DATA E
      * NAO PODE JA TER OUTRA TROCA APROVADA PARA A MESMA DATA.
      *-----------------------------------------------------------------
       0003-100-VALIDA-OPERADORES.
           MOVE TRC-SOLICITANTE TO WS-MATRICULA-PESQUISA
           MOVE TRC-TURNO-SOLICITANTE TO WS-TURNO-PESQUISA
           PERFORM 0003-110-VALIDA-OPERADOR
           EVALUATE WS-MOTIVO-REJEICAO
               WHEN "NAO CADASTRADO"
                   MOVE "SOLICITANTE NAO CADASTRADO"
                       TO WS-MOTIVO-REJEICAO
               WHEN "TURNO DIVERGE DO CADASTRO"
                   MOVE "TURNO SOLICITANTE DIVERGE"
                       TO WS-MOTIVO-REJEICAO
               WHEN "AFASTADO NA DATA"
                   MOVE "SOLICITANTE AFASTADO NA DATA"
                       TO WS-MOTIVO-REJEICAO
               WHEN "JA TEM TROCA NA DATA"
                   MOVE "SOLICITANTE JA TEM TROCA"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE TRC-CONTRAPARTE TO WS-MATRICULA-PESQUISA
               MOVE TRC-TURNO-CONTRAPARTE TO WS-TURNO-PESQUISA
               PERFORM 0003-110-VALIDA-OPERADOR
               EVALUATE WS-MOTIVO-REJEICAO
                   WHEN "NAO CADASTRADO"
                       MOVE "CONTRAPARTE NAO CADASTRADA"
                           TO WS-MOTIVO-REJEICAO
                   WHEN "TURNO DIVERGE DO CADASTRO"
                       MOVE "TURNO CONTRAPARTE DIVERGE"
                           TO WS-MOTIVO-REJEICAO
                   WHEN "AFASTADO NA DATA"
                       MOVE "CONTRAPARTE AFASTADA NA DATA"
                           TO WS-MOTIVO-REJEICAO
                   WHEN "JA TEM TROCA NA DATA"
                       MOVE "CONTRAPARTE JA TEM TROCA"
                           TO WS-MOTIVO-REJEICAO
               END-EVALUATE
           END-IF
                .
       0003-100-VALIDA-OPERADORES-END.

      *-----------------------------------------------------------------
       0003-110-VALIDA-OPERADOR.
           PERFORM 0003-120-PESQUISA-CADASTRO
           EVALUATE TRUE
               WHEN NOT CADASTRO-ACHADO
                   MOVE "NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
               WHEN EMP-TURNO NOT = WS-TURNO-PESQUISA
                   MOVE "TURNO DIVERGE DO CADASTRO"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 0003-130-PESQUISA-AFASTAMENTO
                   PERFORM 0003-150-PESQUISA-TROCA
                   EVALUATE TRUE
                       WHEN AFASTADO-ACHADO
                           MOVE "AFASTADO NA DATA"
                               TO WS-MOTIVO-REJEICAO
                       WHEN TROCA-ACHADA
                           MOVE "JA TEM TROCA NA DATA"
                               TO WS-MOTIVO-REJEICAO
                   END-EVALUATE
           END-EVALUATE
                .
       0003-110-VALIDA-OPERADOR-END.

      *-----------------------------------------------------------------
       0003-120-PESQUISA-CADASTRO.
           MOVE "N" TO WS-CADASTRO-ACHADO-SW
           MOVE WS-MATRICULA-PESQUISA TO EMP-MATRICULA
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CADASTRO-ACHADO-SW
           END-READ
                .
       0003-120-PESQUISA-CADASTRO-END.

      *-----------------------------------------------------------------
       0003-130-PESQUISA-AFASTAMENTO.
           MOVE "N" TO WS-AFASTADO-ACHADO-SW
           MOVE ZERO TO WS-IND-PESQUISA
           PERFORM 0003-140-COMPARA-AFASTAMENTO
               UNTIL AFASTADO-ACHADO
                  OR WS-IND-PESQUISA NOT < WS-TOTAL-AFASTAMENTOS
                .
       0003-130-PESQUISA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0003-140-COMPARA-AFASTAMENTO.
           ADD 1 TO WS-IND-PESQUISA
           IF WS-AFT-MATRICULA(WS-IND-PESQUISA)
                   = WS-MATRICULA-PESQUISA
               AND WS-AFT-DATA-INICIO(WS-IND-PESQUISA)
                   NOT > TRC-DATA
               AND WS-AFT-DATA-FIM(WS-IND-PESQUISA)
                   NOT < TRC-DATA
               MOVE "Y" TO WS-AFASTADO-ACHADO-SW
           END-IF
                .
       0003-140-COMPARA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
      * A PESQUISA VE TAMBEM AS TROCAS APROVADAS NOS CARTOES
      * ANTERIORES DESTA MESMA EXECUCAO.
      *-----------------------------------------------------------------
       0003-150-PESQUISA-TROCA.
           MOVE "N" TO WS-TROCA-ACHADA-SW
           MOVE ZERO TO WS-IND-PESQUISA
           PERFORM 0003-160-COMPARA-TROCA
               UNTIL TROCA-ACHADA
                  OR WS-IND-PESQUISA NOT < WS-TOTAL-SUBSTITUICOES
                .
       0003-150-PESQUISA-TROCA-END.

      *-----------------------------------------------------------------
       0003-160-COMPARA-TROCA.
           ADD 1 TO WS-IND-PESQUISA
           IF WS-SUB-MATRICULA(WS-IND-PESQUISA)
                   = WS-MATRICULA-PESQUISA
               AND WS-SUB-DATA(WS-IND-PESQUISA) = TRC-DATA
               MOVE "Y" TO WS-TROCA-ACHADA-SW
           END-IF
                .
       0003-160-COMPARA-TROCA-END.

      *-----------------------------------------------------------------
      * A TROCA APROVADA VIRA DUAS SUBSTITUICOES: O SOLICITANTE
      * TRABALHA NO TURNO DA CONTRAPARTE E VICE-VERSA, SO NA DATA
      * DO CARTAO.
      *-----------------------------------------------------------------
       0003-200-REGISTRA-TROCA.
           IF WS-TOTAL-SUBSTITUICOES + 2 > WS-MAXIMO-SUBSTITUICOES
               MOVE "TABELA DE TROCAS CHEIA"
                   TO WS-MOTIVO-REJEICAO
           ELSE
               ADD 1 TO WS-TOTAL-SUBSTITUICOES
               MOVE TRC-DATA TO WS-SUB-DATA(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-SOLICITANTE
                   TO WS-SUB-MATRICULA(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-TURNO-CONTRAPARTE
                   TO WS-SUB-TURNO(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-TURNO-SOLICITANTE
                   TO WS-SUB-TURNO-CADASTRO(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-CONTRAPARTE
                   TO WS-SUB-PARCEIRO(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-APROVADOR
                   TO WS-SUB-APROVADOR(WS-TOTAL-SUBSTITUICOES)
               ADD 1 TO WS-TOTAL-SUBSTITUICOES
               MOVE TRC-DATA TO WS-SUB-DATA(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-CONTRAPARTE
                   TO WS-SUB-MATRICULA(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-TURNO-SOLICITANTE
                   TO WS-SUB-TURNO(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-TURNO-CONTRAPARTE
                   TO WS-SUB-TURNO-CADASTRO(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-SOLICITANTE
                   TO WS-SUB-PARCEIRO(WS-TOTAL-SUBSTITUICOES)
               MOVE TRC-APROVADOR
                   TO WS-SUB-APROVADOR(WS-TOTAL-SUBSTITUICOES)
           END-IF
                .
       0003-200-REGISTRA-TROCA-END.

      *-----------------------------------------------------------------
       0003-300-GRAVA-AUDITORIA.
           MOVE TRC-SOLICITANTE TO WS-TRL-SOLICITANTE
           MOVE TRC-TURNO-SOLICITANTE TO WS-TRL-TURNO-SOLICITANTE
           MOVE TRC-CONTRAPARTE TO WS-TRL-CONTRAPARTE
           MOVE TRC-TURNO-CONTRAPARTE TO WS-TRL-TURNO-CONTRAPARTE
           MOVE TRC-DATA TO WS-TRL-DATA
           MOVE TRC-APROVADOR TO WS-TRL-APROVADOR
           MOVE WS-MOTIVO-REJEICAO TO WS-TRL-MOTIVO
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TROCA
                .
       0003-300-GRAVA-AUDITORIA-END.

      *-----------------------------------------------------------------
       0004-GRAVA-NOVO.
           DISPLAY "0004-GRAVA-NOVO"
           MOVE ZERO TO WS-IND-GRAVACAO
           PERFORM 0004-010-GRAVA-SUBSTITUICAO
               WS-TOTAL-SUBSTITUICOES TIMES
           CLOSE SUBSTITUICOES-NOVO
                .
       0004-GRAVA-NOVO-END.

      *-----------------------------------------------------------------
       0004-010-GRAVA-SUBSTITUICAO.
           ADD 1 TO WS-IND-GRAVACAO
           ADD 1 TO WS-CONTA-GRAVADOS
           MOVE SPACES TO SUBSTITUICOES-NOVO-RECORD
           MOVE WS-SUB-DATA(WS-IND-GRAVACAO) TO NOV-DATA
           MOVE WS-SUB-MATRICULA(WS-IND-GRAVACAO) TO NOV-MATRICULA
           MOVE WS-SUB-TURNO(WS-IND-GRAVACAO) TO NOV-TURNO
           MOVE WS-SUB-TURNO-CADASTRO(WS-IND-GRAVACAO)
               TO NOV-TURNO-CADASTRO
           MOVE WS-SUB-PARCEIRO(WS-IND-GRAVACAO) TO NOV-PARCEIRO
           MOVE WS-SUB-APROVADOR(WS-IND-GRAVACAO) TO NOV-APROVADOR
           WRITE SUBSTITUICOES-NOVO-RECORD
                .
       0004-010-GRAVA-SUBSTITUICAO-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
           IF ARQUIVOS-OK
               PERFORM 9999-010-GRAVA-TOTAIS
               CLOSE EMPLOYEE-FILE
               CLOSE AUDITORIA-REPORT
           END-IF
           EVALUATE TRUE
               WHEN ARQUIVOS-FALHOU
                   MOVE 0012 TO WS-RETURN-CODE
               WHEN WS-CONTA-REJEITADAS > ZERO
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
           MOVE "TROCAS APROVADAS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-APROVADAS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "TROCAS REJEITADAS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-REJEITADAS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "SUBSTITUICOES VENCIDAS EXCLUIDAS:"
               TO WS-TOT-TEXTO
           MOVE WS-CONTA-VENCIDAS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "SUBSTITUICOES NO ARQUIVO NOVO:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-GRAVADOS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG018A.
