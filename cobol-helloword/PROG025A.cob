      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG025A - MANUTENCAO DO ARQUIVO DE
      *           OCORRENCIAS DE TURNO (TURNOINC), NO MOLDE DO
      *           PROG021A. OS LIDERES DE TURNO ABREM OCORRENCIAS
      *           (IMPRESSORA PARADA, REPROCESSAMENTO EM ANDAMENTO,
      *           FITA NAO MONTADA), ACRESCENTAM ATUALIZACOES E AS
      *           FECHAM POR CARTOES ABR/ATU/FEC NO INCMOVS. CADA
      *           CARTAO E CRITICADO (TURNO 1 A 3, MATRICULA DO
      *           RELATOR NO CADASTRO, SEVERIDADE A/M/B, DATA
      *           AAAAMMDD NAO FUTURA, TEXTO INFORMADO, OCORRENCIA
      *           EXISTENTE E ABERTA). A ABERTURA RECEBE O PROXIMO
      *           NUMERO DE OCORRENCIA. AS FECHADAS HA MAIS DOS DIAS
      *           DE RETENCAO DO PARM SAO EXPURGADAS. APLICADOS E
      *           EXPURGADOS SAEM NO INCAUDRP, REJEITADOS NO
      *           INCERRRP. O ARQUIVO NOVO SAI EM INCNOVO E O JCL O
      *           PROMOVE. AS ABERTAS SAEM NA PASSAGEM DE TURNO DO
      *           PROG002A E NO DIGESTO MATINAL DO PROG016A.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      DATA CRITICADA CONTRA OS DIAS DO MES, COM
      *                    29/02 SO NO ANO BISSEXTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG025A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTOS-FILE ASSIGN TO "INCMOVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCMOVS-STATUS.
           SELECT OCORRENCIAS-FILE ASSIGN TO "TURNOINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOINC-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT OCORRENCIAS-NOVO ASSIGN TO "INCNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCNOVO-STATUS.
           SELECT AUDITORIA-REPORT ASSIGN TO "INCAUDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCAUDRP-STATUS.
           SELECT ERROS-REPORT ASSIGN TO "INCERRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCERRRP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * CARTAO DE MANUTENCAO. NO ABR O NUMERO VAI EM BRANCO (E
      * ATRIBUIDO AQUI); NO ATU E NO FEC ELE E OBRIGATORIO. A
      * SEVERIDADE SO E EXIGIDA NO ABR: NO ATU, SE INFORMADA,
      * SUBSTITUI A DA OCORRENCIA. DATA EM BRANCO VALE HOJE.
       FD  MOVIMENTOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVIMENTOS-RECORD.
           05  IMV-TIPO                   PIC X(03).
           05  FILLER                     PIC X(01).
           05  IMV-NUMERO                 PIC X(06).
           05  FILLER                     PIC X(01).
           05  IMV-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  IMV-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  IMV-SEVERIDADE             PIC X(01).
           05  FILLER                     PIC X(01).
           05  IMV-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  IMV-TEXTO                  PIC X(48).
           05  FILLER                     PIC X(01).

      * CADA OCORRENCIA TEM UM REGISTRO "I" (ABERTURA, COM A
      * SITUACAO A/F E A SEVERIDADE CORRENTE), SEGUIDO DOS
      * REGISTROS "A" (ATUALIZACAO) E "F" (FECHAMENTO) NA ORDEM EM
      * QUE FORAM APLICADOS. O ARQUIVO FICA EM ORDEM DE NUMERO.
       FD  OCORRENCIAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OCORRENCIAS-RECORD.
           05  INC-NUMERO                 PIC X(06).
           05  FILLER                     PIC X(01).
           05  INC-TIPO-REGISTRO          PIC X(01).
           05  FILLER                     PIC X(01).
           05  INC-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  INC-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  INC-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  INC-SEVERIDADE             PIC X(01).
           05  FILLER                     PIC X(01).
           05  INC-SITUACAO               PIC X(01).
           05  FILLER                     PIC X(01).
           05  INC-TEXTO                  PIC X(48).
           05  FILLER                     PIC X(01).

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMP-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  EMP-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  EMP-TURNO                  PIC X(01).
           05  FILLER                     PIC X(41).

       FD  OCORRENCIAS-NOVO
           LABEL RECORDS ARE STANDARD.
       01  OCORRENCIAS-NOVO-RECORD.
           05  NOV-NUMERO                 PIC X(06).
           05  FILLER                     PIC X(01).
           05  NOV-TIPO-REGISTRO          PIC X(01).
           05  FILLER                     PIC X(01).
           05  NOV-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  NOV-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  NOV-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  NOV-SEVERIDADE             PIC X(01).
           05  FILLER                     PIC X(01).
           05  NOV-SITUACAO               PIC X(01).
           05  FILLER                     PIC X(01).
           05  NOV-TEXTO                  PIC X(48).
           05  FILLER                     PIC X(01).

       FD  AUDITORIA-REPORT
           LABEL RECORDS ARE STANDARD.
       01  AUDITORIA-REPORT-RECORD        PIC X(80).

       FD  ERROS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ERROS-REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-INCMOVS-STATUS              PIC X(02) VALUE SPACES.
       77  WS-TURNOINC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-INCNOVO-STATUS              PIC X(02) VALUE SPACES.
       77  WS-INCAUDRP-STATUS             PIC X(02) VALUE SPACES.
       77  WS-INCERRRP-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-MOVIMENTOS-SW           PIC X(01) VALUE "N".
           88  EOF-MOVIMENTOS                 VALUE "Y".
       77  WS-EOF-OCORRENCIAS-SW          PIC X(01) VALUE "N".
           88  EOF-OCORRENCIAS                VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-PARM-VALIDO-SW              PIC X(01) VALUE "N".
           88  PARM-VALIDO                    VALUE "Y".
       77  WS-OCORRENCIA-ACHADA-SW        PIC X(01) VALUE "N".
           88  OCORRENCIA-ACHADA              VALUE "Y".
       77  WS-CADASTRO-ACHADO-SW          PIC X(01) VALUE "N".
           88  CADASTRO-ACHADO                VALUE "Y".
       77  WS-EXPURGAR-SW                 PIC X(01) VALUE "N".
           88  EXPURGAR-OCORRENCIA            VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-TOTAL-REGISTROS             PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-REGISTROS            PIC 9(04) COMP VALUE 3000.
       77  WS-IND-REGISTRO                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-OCORRENCIA              PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-PESQUISA                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-VARREDURA               PIC 9(04) COMP VALUE ZERO.
       77  WS-MAIOR-NUMERO                PIC 9(06) VALUE ZERO.
       77  WS-CONTA-LIDOS                 PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-APLICADOS             PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-REJEITADOS            PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-EXPURGADAS            PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-GRAVADOS              PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-ABERTAS               PIC 9(04) COMP VALUE ZERO.
       77  WS-MOTIVO-REJEICAO             PIC X(30) VALUE SPACES.
       77  WS-DIAS-RETENCAO               PIC 9(03) VALUE 030.
       77  WS-DATA-HOJE                   PIC 9(08) VALUE ZERO.
       77  WS-DATA-CORTE                  PIC 9(08) VALUE ZERO.
       77  WS-DIA-CORTE                   PIC 9(07) COMP VALUE ZERO.
       77  WS-DATA-EVENTO                 PIC X(08) VALUE SPACES.
       77  WS-DATA-FECHAMENTO             PIC X(08) VALUE SPACES.
       77  WS-NUMERO-PESQUISA             PIC X(06) VALUE SPACES.
       77  WS-NUMERO-EDITADO              PIC 9(06) VALUE ZERO.
       77  WS-ULTIMO-DIA-MES              PIC 9(02) VALUE ZERO.
       77  WS-ANO-QUOCIENTE               PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-4                     PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-100                   PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-400                   PIC 9(04) COMP VALUE ZERO.
       77  WS-DATA-VALIDA-SW              PIC X(01) VALUE "N".
           88  DATA-VALIDA                    VALUE "Y".

      * SEVERIDADES ACEITAS. A ALTA ("A") E A QUE O DIGESTO MATINAL
      * DO PROG016A CONTA COMO ALERTA.
       77  WS-SEVERIDADE                  PIC X(01) VALUE SPACES.
           88  SEVERIDADE-VALIDA              VALUE "A" "M" "B".

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

      * O TURNOINC E CARREGADO INTEIRO, OS CARTOES SAO APLICADOS NA
      * TABELA E O ARQUIVO E REGRAVADO, COMO NO PROG021A.
       01  WS-TABELA-REGISTROS.
           05  WS-REGISTRO-ENTRADA OCCURS 3000 TIMES.
               10  WS-REG-NUMERO          PIC X(06).
               10  WS-REG-TIPO            PIC X(01).
                   88  REG-ABERTURA           VALUE "I".
                   88  REG-FECHAMENTO         VALUE "F".
               10  WS-REG-DATA            PIC X(08).
               10  WS-REG-TURNO           PIC X(01).
               10  WS-REG-MATRICULA       PIC X(06).
               10  WS-REG-SEVERIDADE      PIC X(01).
               10  WS-REG-SITUACAO        PIC X(01).
                   88  REG-ABERTA             VALUE "A".
               10  WS-REG-TEXTO           PIC X(48).

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  WS-TIT-TEXTO               PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-LINHA-RETENCAO.
           05  FILLER                     PIC X(27)
               VALUE "EXPURGO: FECHADAS ANTES DE ".
           05  WS-RET-DATA-CORTE          PIC 9(08).
           05  FILLER                     PIC X(02) VALUE " (".
           05  WS-RET-DIAS                PIC ZZ9.
           05  FILLER                     PIC X(40)
               VALUE " DIAS DE RETENCAO)".

       01  WS-LINHA-SECAO.
           05  WS-SEC-TEXTO               PIC X(50).
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-LINHA-CABECALHO.
           05  FILLER                     PIC X(04) VALUE "TIPO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "NUMERO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "T".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "MATRIC".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "S".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "DATA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(48) VALUE "MOTIVO".

       01  WS-LINHA-MOVIMENTO.
           05  WS-MOV-TIPO                PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-MOV-NUMERO              PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-MOV-TURNO               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-MOV-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-MOV-SEVERIDADE          PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-MOV-DATA                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-MOV-MOTIVO              PIC X(30).
           05  FILLER                     PIC X(18) VALUE SPACES.

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
                   PERFORM 0003-CARREGA-OCORRENCIAS
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
      * PARM OPCIONAL: DIAS DE RETENCAO DAS FECHADAS (DDD, PADRAO
      * 030). A OCORRENCIA FECHADA ANTES DE HOJE MENOS A RETENCAO
      * SAI DO ARQUIVO NOVO COM TODAS AS SUAS ATUALIZACOES.
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
      * TURNOINC AUSENTE (STATUS 35) E A PRIMEIRA CARGA: O ARQUIVO
      * NOVO SAI SO COM AS ABERTURAS DOS CARTOES.
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
           IF WS-INCMOVS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVIMENTOS-FILE: "
                   WS-INCMOVS-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN INPUT OCORRENCIAS-FILE
           EVALUATE WS-TURNOINC-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "TURNOINC INEXISTENTE - PRIMEIRA CARGA"
                   MOVE "Y" TO WS-EOF-OCORRENCIAS-SW
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR OCORRENCIAS-FILE: "
                       WS-TURNOINC-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE: "
                   WS-EMPFILE-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT OCORRENCIAS-NOVO
           IF WS-INCNOVO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR OCORRENCIAS-NOVO: "
                   WS-INCNOVO-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT AUDITORIA-REPORT
           IF WS-INCAUDRP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITORIA-REPORT: "
                   WS-INCAUDRP-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT ERROS-REPORT
           IF WS-INCERRRP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ERROS-REPORT: "
                   WS-INCERRRP-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           IF ARQUIVOS-OK
               PERFORM 0002-010-IMPRIME-CABECALHOS
           END-IF
                .
       0002-INICIALIZA-END.

      *-----------------------------------------------------------------
       0002-010-IMPRIME-CABECALHOS.
           MOVE "MOVIMENTOS APLICADOS NO TURNOINC" TO WS-TIT-TEXTO
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TITULO
           MOVE WS-DATA-CORTE TO WS-RET-DATA-CORTE
           MOVE WS-DIAS-RETENCAO TO WS-RET-DIAS
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-RETENCAO
           MOVE SPACES TO AUDITORIA-REPORT-RECORD
           WRITE AUDITORIA-REPORT-RECORD
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-CABECALHO
           MOVE "MOVIMENTOS REJEITADOS NO TURNOINC" TO WS-TIT-TEXTO
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-TITULO
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-CABECALHO
                .
       0002-010-IMPRIME-CABECALHOS-END.

      *-----------------------------------------------------------------
      * O MAIOR NUMERO JA USADO E GUARDADO PARA A NUMERACAO DAS
      * NOVAS ABERTURAS. NUMERO EXPURGADO NAO E REAPROVEITADO
      * ENQUANTO HOUVER NUMERO MAIOR NO ARQUIVO.
      *-----------------------------------------------------------------
       0003-CARREGA-OCORRENCIAS.
           DISPLAY "0003-CARREGA-OCORRENCIAS"
           IF NOT EOF-OCORRENCIAS
               PERFORM 0003-010-LE-OCORRENCIA
               PERFORM 0003-020-GUARDA-REGISTRO
                   UNTIL EOF-OCORRENCIAS
               CLOSE OCORRENCIAS-FILE
           END-IF
                .
       0003-CARREGA-OCORRENCIAS-END.

      *-----------------------------------------------------------------
       0003-010-LE-OCORRENCIA.
           READ OCORRENCIAS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OCORRENCIAS-SW
           END-READ
                .
       0003-010-LE-OCORRENCIA-END.

      *-----------------------------------------------------------------
       0003-020-GUARDA-REGISTRO.
           ADD 1 TO WS-CONTA-LIDOS
           IF WS-TOTAL-REGISTROS < WS-MAXIMO-REGISTROS
               ADD 1 TO WS-TOTAL-REGISTROS
               MOVE WS-TOTAL-REGISTROS TO WS-IND-REGISTRO
               MOVE INC-NUMERO TO WS-REG-NUMERO(WS-IND-REGISTRO)
               MOVE INC-TIPO-REGISTRO
                   TO WS-REG-TIPO(WS-IND-REGISTRO)
               MOVE INC-DATA TO WS-REG-DATA(WS-IND-REGISTRO)
               MOVE INC-TURNO TO WS-REG-TURNO(WS-IND-REGISTRO)
               MOVE INC-MATRICULA
                   TO WS-REG-MATRICULA(WS-IND-REGISTRO)
               MOVE INC-SEVERIDADE
                   TO WS-REG-SEVERIDADE(WS-IND-REGISTRO)
               MOVE INC-SITUACAO TO WS-REG-SITUACAO(WS-IND-REGISTRO)
               MOVE INC-TEXTO TO WS-REG-TEXTO(WS-IND-REGISTRO)
               IF INC-NUMERO IS NUMERIC
                   AND INC-NUMERO > WS-MAIOR-NUMERO
                   MOVE INC-NUMERO TO WS-MAIOR-NUMERO
               END-IF
           ELSE
               DISPLAY "TABELA DE OCORRENCIAS CHEIA - "
                   "MANUTENCAO ABORTADA: " INC-NUMERO
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           PERFORM 0003-010-LE-OCORRENCIA
                .
       0003-020-GUARDA-REGISTRO-END.

      *-----------------------------------------------------------------
       0004-PROCESSA-MOVIMENTOS.
           DISPLAY "0004-PROCESSA-MOVIMENTOS"
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
           MOVE IMV-NUMERO TO WS-NUMERO-PESQUISA
           EVALUATE IMV-TIPO
               WHEN "ABR"
                   PERFORM 0004-030-VALIDA-ABERTURA
               WHEN "ATU"
                   PERFORM 0004-040-VALIDA-ATUALIZACAO
               WHEN "FEC"
                   PERFORM 0004-040-VALIDA-ATUALIZACAO
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
       0004-030-VALIDA-ABERTURA.
           MOVE IMV-SEVERIDADE TO WS-SEVERIDADE
           IF NOT SEVERIDADE-VALIDA
               MOVE "SEVERIDADE FORA DE A/M/B"
                   TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 0004-050-VALIDA-COMUNS
           END-IF
                .
       0004-030-VALIDA-ABERTURA-END.

      *-----------------------------------------------------------------
      * ATU E FEC SO VALEM PARA OCORRENCIA EXISTENTE E AINDA ABERTA,
      * COM DATA NAO ANTERIOR A ABERTURA. A SEVERIDADE EM BRANCO NO
      * ATU MANTEM A DA OCORRENCIA; NO FEC ELA E IGNORADA.
      *-----------------------------------------------------------------
       0004-040-VALIDA-ATUALIZACAO.
           PERFORM 0004-060-PESQUISA-OCORRENCIA
           MOVE IMV-SEVERIDADE TO WS-SEVERIDADE
           EVALUATE TRUE
               WHEN IMV-NUMERO = SPACES
                   MOVE "NUMERO DA OCORRENCIA EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT OCORRENCIA-ACHADA
                   MOVE "OCORRENCIA NAO CADASTRADA"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT REG-ABERTA(WS-IND-OCORRENCIA)
                   MOVE "OCORRENCIA JA FECHADA"
                       TO WS-MOTIVO-REJEICAO
               WHEN IMV-TIPO = "ATU"
                   AND WS-SEVERIDADE NOT = SPACE
                   AND NOT SEVERIDADE-VALIDA
                   MOVE "SEVERIDADE FORA DE A/M/B"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 0004-050-VALIDA-COMUNS
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO = SPACES
               AND WS-DATA-EVENTO < WS-REG-DATA(WS-IND-OCORRENCIA)
               MOVE "DATA ANTERIOR A ABERTURA"
                   TO WS-MOTIVO-REJEICAO
           END-IF
                .
       0004-040-VALIDA-ATUALIZACAO-END.

      *-----------------------------------------------------------------
      * CRITICAS COMUNS AOS TRES CARTOES. DATA EM BRANCO VALE HOJE.
      *-----------------------------------------------------------------
       0004-050-VALIDA-COMUNS.
           IF IMV-DATA = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-EVENTO
           ELSE
               MOVE IMV-DATA TO WS-DATA-EVENTO
           END-IF
           MOVE WS-DATA-EVENTO TO WS-DATA-DESMONTADA
           PERFORM 0004-057-VALIDA-DATA
           PERFORM 0004-055-PESQUISA-CADASTRO
           EVALUATE TRUE
               WHEN IMV-TURNO NOT = "1" AND "2" AND "3"
                   MOVE "TURNO FORA DE 1-3"
                       TO WS-MOTIVO-REJEICAO
               WHEN IMV-MATRICULA = SPACES
                   MOVE "MATRICULA EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT CADASTRO-ACHADO
                   MOVE "MATRICULA FORA DO CADASTRO"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT DATA-VALIDA
                   MOVE "DATA INVALIDA"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-DATA-EVENTO > WS-DATA-HOJE
                   MOVE "DATA FUTURA"
                       TO WS-MOTIVO-REJEICAO
               WHEN IMV-TEXTO = SPACES
                   MOVE "TEXTO EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE
                .
       0004-050-VALIDA-COMUNS-END.

      *-----------------------------------------------------------------
       0004-055-PESQUISA-CADASTRO.
           MOVE "N" TO WS-CADASTRO-ACHADO-SW
           MOVE IMV-MATRICULA TO EMP-MATRICULA
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CADASTRO-ACHADO-SW
           END-READ
                .
       0004-055-PESQUISA-CADASTRO-END.

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
       0004-060-PESQUISA-OCORRENCIA.
           MOVE "N" TO WS-OCORRENCIA-ACHADA-SW
           MOVE ZERO TO WS-IND-PESQUISA
           PERFORM 0004-065-COMPARA-OCORRENCIA
               UNTIL OCORRENCIA-ACHADA
                  OR WS-IND-PESQUISA NOT < WS-TOTAL-REGISTROS
                .
       0004-060-PESQUISA-OCORRENCIA-END.

      *-----------------------------------------------------------------
       0004-065-COMPARA-OCORRENCIA.
           ADD 1 TO WS-IND-PESQUISA
           IF WS-REG-NUMERO(WS-IND-PESQUISA) = WS-NUMERO-PESQUISA
               AND REG-ABERTURA(WS-IND-PESQUISA)
               MOVE "Y" TO WS-OCORRENCIA-ACHADA-SW
               MOVE WS-IND-PESQUISA TO WS-IND-OCORRENCIA
           END-IF
                .
       0004-065-COMPARA-OCORRENCIA-END.

      *-----------------------------------------------------------------
      * A ABERTURA GANHA O PROXIMO NUMERO, DEVOLVIDO NO INCAUDRP
      * PARA O LIDER DE TURNO USAR NOS CARTOES ATU/FEC. O REGISTRO
      * NOVO ENTRA NO FIM DA TABELA; A GRAVACAO O POE NO LUGAR.
      *-----------------------------------------------------------------
       0004-070-EXECUTA-MOVIMENTO.
           IF WS-TOTAL-REGISTROS < WS-MAXIMO-REGISTROS
               ADD 1 TO WS-TOTAL-REGISTROS
               MOVE WS-TOTAL-REGISTROS TO WS-IND-REGISTRO
               MOVE WS-DATA-EVENTO TO WS-REG-DATA(WS-IND-REGISTRO)
               MOVE IMV-TURNO TO WS-REG-TURNO(WS-IND-REGISTRO)
               MOVE IMV-MATRICULA
                   TO WS-REG-MATRICULA(WS-IND-REGISTRO)
               MOVE IMV-TEXTO TO WS-REG-TEXTO(WS-IND-REGISTRO)
               MOVE SPACES TO WS-REG-SITUACAO(WS-IND-REGISTRO)
               MOVE SPACES TO WS-REG-SEVERIDADE(WS-IND-REGISTRO)
               EVALUATE IMV-TIPO
                   WHEN "ABR"
                       ADD 1 TO WS-MAIOR-NUMERO
                       MOVE WS-MAIOR-NUMERO
                           TO WS-REG-NUMERO(WS-IND-REGISTRO)
                       MOVE WS-MAIOR-NUMERO TO WS-NUMERO-PESQUISA
                       MOVE "I" TO WS-REG-TIPO(WS-IND-REGISTRO)
                       MOVE IMV-SEVERIDADE
                           TO WS-REG-SEVERIDADE(WS-IND-REGISTRO)
                       MOVE "A" TO WS-REG-SITUACAO(WS-IND-REGISTRO)
                   WHEN "ATU"
                       MOVE IMV-NUMERO
                           TO WS-REG-NUMERO(WS-IND-REGISTRO)
                       MOVE "A" TO WS-REG-TIPO(WS-IND-REGISTRO)
                       IF IMV-SEVERIDADE NOT = SPACE
                           MOVE IMV-SEVERIDADE
                               TO WS-REG-SEVERIDADE(WS-IND-REGISTRO)
                           MOVE IMV-SEVERIDADE
                               TO WS-REG-SEVERIDADE(WS-IND-OCORRENCIA)
                       END-IF
                   WHEN "FEC"
                       MOVE IMV-NUMERO
                           TO WS-REG-NUMERO(WS-IND-REGISTRO)
                       MOVE "F" TO WS-REG-TIPO(WS-IND-REGISTRO)
                       MOVE "F" TO WS-REG-SITUACAO(WS-IND-OCORRENCIA)
               END-EVALUATE
           ELSE
               MOVE "TABELA DE OCORRENCIAS CHEIA"
                   TO WS-MOTIVO-REJEICAO
           END-IF
                .
       0004-070-EXECUTA-MOVIMENTO-END.

      *-----------------------------------------------------------------
       0004-080-MONTA-LINHA.
           MOVE IMV-TIPO TO WS-MOV-TIPO
           IF IMV-TIPO = "ABR" AND WS-MOTIVO-REJEICAO = SPACES
               MOVE WS-NUMERO-PESQUISA TO WS-MOV-NUMERO
           ELSE
               MOVE IMV-NUMERO TO WS-MOV-NUMERO
           END-IF
           MOVE IMV-TURNO TO WS-MOV-TURNO
           MOVE IMV-MATRICULA TO WS-MOV-MATRICULA
           MOVE IMV-SEVERIDADE TO WS-MOV-SEVERIDADE
           MOVE IMV-DATA TO WS-MOV-DATA
                .
       0004-080-MONTA-LINHA-END.

      *-----------------------------------------------------------------
      * A GRAVACAO PERCORRE AS ABERTURAS NA ORDEM DA TABELA (QUE E
      * A DE NUMERO) E, PARA CADA UMA, GRAVA EM SEGUIDA OS SEUS
      * REGISTROS A/F. A FECHADA ANTES DO CORTE SAI INTEIRA.
      *-----------------------------------------------------------------
       0005-GRAVA-NOVO.
           DISPLAY "0005-GRAVA-NOVO"
           MOVE SPACES TO AUDITORIA-REPORT-RECORD
           WRITE AUDITORIA-REPORT-RECORD
           MOVE "OCORRENCIAS EXPURGADAS" TO WS-SEC-TEXTO
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-SECAO
           MOVE ZERO TO WS-IND-OCORRENCIA
           PERFORM 0005-010-GRAVA-OCORRENCIA
               WS-TOTAL-REGISTROS TIMES
           CLOSE OCORRENCIAS-NOVO
                .
       0005-GRAVA-NOVO-END.

      *-----------------------------------------------------------------
       0005-010-GRAVA-OCORRENCIA.
           ADD 1 TO WS-IND-OCORRENCIA
           IF REG-ABERTURA(WS-IND-OCORRENCIA)
               MOVE "N" TO WS-EXPURGAR-SW
               IF NOT REG-ABERTA(WS-IND-OCORRENCIA)
                   PERFORM 0005-020-BUSCA-FECHAMENTO
                   IF WS-DATA-FECHAMENTO IS NUMERIC
                       AND WS-DATA-FECHAMENTO < WS-DATA-CORTE
                       MOVE "Y" TO WS-EXPURGAR-SW
                   END-IF
               END-IF
               IF EXPURGAR-OCORRENCIA
                   ADD 1 TO WS-CONTA-EXPURGADAS
                   MOVE "EXP" TO WS-MOV-TIPO
                   MOVE WS-REG-NUMERO(WS-IND-OCORRENCIA)
                       TO WS-MOV-NUMERO
                   MOVE WS-REG-TURNO(WS-IND-OCORRENCIA)
                       TO WS-MOV-TURNO
                   MOVE WS-REG-MATRICULA(WS-IND-OCORRENCIA)
                       TO WS-MOV-MATRICULA
                   MOVE WS-REG-SEVERIDADE(WS-IND-OCORRENCIA)
                       TO WS-MOV-SEVERIDADE
                   MOVE WS-DATA-FECHAMENTO TO WS-MOV-DATA
                   MOVE "EXPURGADA" TO WS-MOV-MOTIVO
                   WRITE AUDITORIA-REPORT-RECORD
                       FROM WS-LINHA-MOVIMENTO
               ELSE
                   IF REG-ABERTA(WS-IND-OCORRENCIA)
                       ADD 1 TO WS-CONTA-ABERTAS
                   END-IF
                   MOVE WS-IND-OCORRENCIA TO WS-IND-REGISTRO
                   PERFORM 0005-040-GRAVA-REGISTRO
                   MOVE ZERO TO WS-IND-VARREDURA
                   PERFORM 0005-030-GRAVA-ATUALIZACAO
                       WS-TOTAL-REGISTROS TIMES
               END-IF
           END-IF
                .
       0005-010-GRAVA-OCORRENCIA-END.

      *-----------------------------------------------------------------
       0005-020-BUSCA-FECHAMENTO.
           MOVE SPACES TO WS-DATA-FECHAMENTO
           MOVE ZERO TO WS-IND-PESQUISA
           PERFORM 0005-025-COMPARA-FECHAMENTO
               WS-TOTAL-REGISTROS TIMES
                .
       0005-020-BUSCA-FECHAMENTO-END.

      *-----------------------------------------------------------------
       0005-025-COMPARA-FECHAMENTO.
           ADD 1 TO WS-IND-PESQUISA
           IF REG-FECHAMENTO(WS-IND-PESQUISA)
               AND WS-REG-NUMERO(WS-IND-PESQUISA)
                   = WS-REG-NUMERO(WS-IND-OCORRENCIA)
               MOVE WS-REG-DATA(WS-IND-PESQUISA)
                   TO WS-DATA-FECHAMENTO
           END-IF
                .
       0005-025-COMPARA-FECHAMENTO-END.

      *-----------------------------------------------------------------
       0005-030-GRAVA-ATUALIZACAO.
           ADD 1 TO WS-IND-VARREDURA
           IF NOT REG-ABERTURA(WS-IND-VARREDURA)
               AND WS-REG-NUMERO(WS-IND-VARREDURA)
                   = WS-REG-NUMERO(WS-IND-OCORRENCIA)
               MOVE WS-IND-VARREDURA TO WS-IND-REGISTRO
               PERFORM 0005-040-GRAVA-REGISTRO
           END-IF
                .
       0005-030-GRAVA-ATUALIZACAO-END.

      *-----------------------------------------------------------------
       0005-040-GRAVA-REGISTRO.
           ADD 1 TO WS-CONTA-GRAVADOS
           MOVE SPACES TO OCORRENCIAS-NOVO-RECORD
           MOVE WS-REG-NUMERO(WS-IND-REGISTRO) TO NOV-NUMERO
           MOVE WS-REG-TIPO(WS-IND-REGISTRO) TO NOV-TIPO-REGISTRO
           MOVE WS-REG-DATA(WS-IND-REGISTRO) TO NOV-DATA
           MOVE WS-REG-TURNO(WS-IND-REGISTRO) TO NOV-TURNO
           MOVE WS-REG-MATRICULA(WS-IND-REGISTRO) TO NOV-MATRICULA
           MOVE WS-REG-SEVERIDADE(WS-IND-REGISTRO) TO NOV-SEVERIDADE
           MOVE WS-REG-SITUACAO(WS-IND-REGISTRO) TO NOV-SITUACAO
           MOVE WS-REG-TEXTO(WS-IND-REGISTRO) TO NOV-TEXTO
           WRITE OCORRENCIAS-NOVO-RECORD
                .
       0005-040-GRAVA-REGISTRO-END.

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
           MOVE "REGISTROS LIDOS DO TURNOINC:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-LIDOS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "MOVIMENTOS APLICADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-APLICADOS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "OCORRENCIAS EXPURGADAS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-EXPURGADAS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "OCORRENCIAS EM ABERTO:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-ABERTAS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "REGISTROS NO ARQUIVO NOVO:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-GRAVADOS TO WS-TOT-QUANTIDADE
           WRITE AUDITORIA-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE SPACES TO ERROS-REPORT-RECORD
           WRITE ERROS-REPORT-RECORD
           MOVE "MOVIMENTOS REJEITADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-REJEITADOS TO WS-TOT-QUANTIDADE
           WRITE ERROS-REPORT-RECORD FROM WS-LINHA-TOTAL
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG025A.
